       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP072.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCOMPRA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOMPRA
               FILE STATUS  IS ERRO.

           SELECT CADCOMPITEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOMPITEM
               FILE STATUS  IS ERRO.

           SELECT CADCOMPICMS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOMPICMS
               FILE STATUS  IS ERRO.

           SELECT CADAPROV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEAPROV
               FILE STATUS  IS ERRO.

           SELECT CADNF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVENF
               FILE STATUS  IS ERRO.

           SELECT CADDEV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVEPROD
               FILE STATUS IS ERRO.

           SELECT CADAPICMS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEAPI
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT RELICMS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD  CADCOMPRA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOMPRA.DAT".
       01  REGCOMPRA.
           03 CHAVECOMPRA.
               05 CODFILIAL PIC 9(02).
               05 CODCOMPRA PIC 9(06).
           03 FORNCOMPRA PIC 9(06).
           03 DATACOMPRA PIC 9(11).
           03 TOTALCOMPRA PIC 9(06)V9(03).
           03 OPERADORCOMPRA PIC 9(04).

       FD  CADCOMPITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOMPITEM.DAT".
       01  REGCOMPITEM.
           03 CHAVECOMPITEM.
               05 FILIALCOMPITEM PIC 9(02).
               05 COMPRAITEM PIC 9(06).
               05 ITEMSEQ PIC 9(03).
           03 PRODUTOCOMPITEM PIC 9(06).
           03 QUANTCOMPITEM PIC 9(04).
           03 PRECOCOMPITEM PIC 9(06)V9(03).
           03 TOTALCOMPITEM PIC 9(06)V9(03).

       FD  CADCOMPICMS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOMPICMS.DAT".
       01  REGCOMPICMS.
           03 CHAVECOMPICMS.
               05 FILIALCICMS PIC 9(02).
               05 COMPRACICMS PIC 9(06).
               05 ITEMCICMS PIC 9(03).
           03 ALIQCICMS PIC 9(02)V9(02).
           03 BASECICMS PIC 9(06)V9(03).
           03 VALORCICMS PIC 9(06)V9(03).
           03 SITCICMS PIC X(01).
               88 ICMS-DIGITADO VALUE "D".
               88 ICMS-CONFERIDO VALUE "C".

       FD  CADAPROV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAPROV.DAT".
       01  REGAPROV.
           03 CHAVEAPROV.
               05 FILIALAPROV PIC 9(02).
               05 COMPRAAPROV PIC 9(06).
           03 FORNAPROV PIC 9(06).
           03 VALORAPROV PIC 9(06)V9(03).
           03 NUMPARCAPROV PIC 9(02).
           03 DATAAPROV PIC 9(08).
           03 OPERAPROV PIC 9(04).
           03 SITAPROV PIC X(01).
               88 APROVACAO-PENDENTE VALUE "P".
               88 APROVACAO-APROVADA VALUE "A".
               88 APROVACAO-REJEITADA VALUE "R".
           03 APROVADORAPROV PIC 9(04).
           03 DATADECAPROV PIC 9(08).
           03 MOTIVOAPROV PIC X(40).
           03 CONDAPROV PIC 9(03).

       FD  CADNF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNF.DAT".
       01  REGNF.
           03 CHAVENF.
               05 FILIALNF PIC 9(02).
               05 SERIENF PIC X(03).
               05 NUMNF PIC 9(06).
           03 PEDIDONF PIC 9(06).
           03 CLIENTENF PIC 9(06).
           03 DATANF PIC 9(08).
           03 HORANF PIC 9(06).
           03 OPERADORNF PIC 9(04).
           03 CFOPNF PIC 9(04).
           03 UFDESTNF PIC X(02).
           03 TOTPRODNF PIC 9(06)V9(03).
           03 BASEICMSNF PIC 9(06)V9(03).
           03 VALORICMSNF PIC 9(06)V9(03).
           03 TOTALNF PIC 9(06)V9(03).
           03 SITNF PIC X(01).
               88 NF-EMITIDA VALUE "E".
               88 NF-CANCELADA VALUE "C".
           03 DATACANCNF PIC 9(08).
           03 HORACANCNF PIC 9(06).
           03 OPERCANCNF PIC 9(04).
           03 MOTIVOCANCNF PIC X(40).

       FD  CADDEV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEV.DAT".
       01  REGDEV.
           03 FILIALDEV PIC 9(02).
           03 PEDIDODEV PIC 9(06).
           03 ITEMDEV PIC 9(03).
           03 CLIENTEDEV PIC 9(06).
           03 DATADEV PIC 9(08).
           03 HORADEV PIC 9(06).
           03 OPERADORDEV PIC 9(04).
           03 PRODUTODEV PIC 9(06).
           03 QTDDEVREG PIC 9(04).
           03 VALORDEVREG PIC 9(06)V9(03).

       FD  CADPROD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROD.DAT".
       01  REGPROD.
           03 CHAVEPROD.
               05 CODFILPROD PIC 9(02).
               05 CODPROD PIC 9(06).
           03 DESCR PIC X(30).
           03 UNID PIC X(02).
           03 TIPO PIC 9(01).
           03 FORNCOD PIC 9(06).
           03 ULTPRECO PIC 9(06)V9(03).
           03 PRECOVENDA PIC 9(06)V9(03).
           03 QUANTEST PIC 9(05).
           03 CODBARRAS PIC 9(13).
           03 ICMS PIC 9(02)V9(02).
           03 SITPROD PIC X(01).
               88 PRODUTO-INATIVO VALUE "I".

       FD  CADAPICMS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAPICMS.DAT".
       01  REGAPI.
           03 CHAVEAPI.
               05 FILIALAPI PIC 9(02).
               05 ANOAPI PIC 9(04).
               05 MESAPI PIC 9(02).
           03 DEBITOAPI PIC 9(08)V9(03).
           03 CREDENTAPI PIC 9(08)V9(03).
           03 CREDDEVAPI PIC 9(08)V9(03).
           03 SALDOANTAPI PIC 9(08)V9(03).
           03 RECOLHERAPI PIC 9(08)V9(03).
           03 CREDORAPI PIC 9(08)V9(03).
           03 DATAAPI PIC 9(08).
           03 HORAAPI PIC 9(06).
           03 OPERADORAPI PIC 9(04).

       FD  RELICMS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELICMS.DAT".
       01  LINHAICMS PIC X(80).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  FILIALSEL PIC 9(02) VALUE ZEROS.
       01  MESSEL PIC 9(02) VALUE ZEROS.
       01  ANOSEL PIC 9(04) VALUE ZEROS.
       01  MESANT PIC 9(02) VALUE ZEROS.
       01  ANOANT PIC 9(04) VALUE ZEROS.
       01  MESPROX PIC 9(02) VALUE ZEROS.
       01  ANOPROX PIC 9(04) VALUE ZEROS.
       01  APROVARQOK PIC X(01) VALUE "N".
       01  ICMSARQOK PIC X(01) VALUE "N".
       01  DEVARQOK PIC X(01) VALUE "N".
       01  NFARQOK PIC X(01) VALUE "N".
       01  DATACOMPW PIC 9(08) VALUE ZEROS.
       01  DATACOMPR REDEFINES DATACOMPW.
           03 DIACOMP PIC 9(02).
           03 MESCOMP PIC 9(02).
           03 ANOCOMP PIC 9(04).
       01  DATAAMDW PIC 9(08) VALUE ZEROS.
       01  DATAAMDR REDEFINES DATAAMDW.
           03 ANOAMD PIC 9(04).
           03 MESAMD PIC 9(02).
           03 DIAAMD PIC 9(02).
       01  DATAHOJE PIC 9(08) VALUE ZEROS.
       01  HORAW PIC 9(06) VALUE ZEROS.
       01  BASECOMPW PIC 9(08)V9(03) VALUE ZEROS.
       01  ICMSCOMPW PIC 9(08)V9(03) VALUE ZEROS.
       01  ICMSDEVW PIC 9(06)V9(03) VALUE ZEROS.
       01  BASEDEVW PIC 9(06)V9(03) VALUE ZEROS.
       01  TOTVALENT PIC 9(08)V9(03) VALUE ZEROS.
       01  TOTBASEENT PIC 9(08)V9(03) VALUE ZEROS.
       01  TOTICMSENT PIC 9(08)V9(03) VALUE ZEROS.
       01  TOTVALSAI PIC 9(08)V9(03) VALUE ZEROS.
       01  TOTBASESAI PIC 9(08)V9(03) VALUE ZEROS.
       01  TOTICMSSAI PIC 9(08)V9(03) VALUE ZEROS.
       01  TOTVALDEV PIC 9(08)V9(03) VALUE ZEROS.
       01  TOTBASEDEV PIC 9(08)V9(03) VALUE ZEROS.
       01  TOTICMSDEV PIC 9(08)V9(03) VALUE ZEROS.
       01  SALDOANTW PIC 9(08)V9(03) VALUE ZEROS.
       01  TOTCREDW PIC 9(08)V9(03) VALUE ZEROS.
       01  RECOLHERW PIC 9(08)V9(03) VALUE ZEROS.
       01  CREDORW PIC 9(08)V9(03) VALUE ZEROS.
       01  QTDENT PIC 9(05) VALUE ZEROS.
       01  QTDSAI PIC 9(05) VALUE ZEROS.
       01  QTDDEV PIC 9(05) VALUE ZEROS.
       01  ANTOK PIC X(01) VALUE "N".

       01  LINCAB1.
           03 FILLER PIC X(37)
               VALUE " LIVRO DE REGISTRO DE ICMS - FILIAL: ".
           03 LCFILIAL PIC Z9.
           03 FILLER PIC X(11) VALUE "  PERIODO: ".
           03 LCMES PIC 99.
           03 FILLER PIC X(01) VALUE "/".
           03 LCANO PIC 9999.
       01  LINTITENT.
           03 FILLER PIC X(40) VALUE " REGISTRO DE ENTRADAS (COMPRAS)".
       01  LINCABENT.
           03 FILLER PIC X(38)
               VALUE " COMPRA  DATA        FORNEC.   VALOR C".
           03 FILLER PIC X(33)
               VALUE "ONTABIL   BASE CALCULO     ICMS".
       01  LINENT.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LECOMPRA PIC ZZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LEDATA PIC 99/99/9999.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LEFORN PIC ZZZZZ9.
           03 FILLER PIC X(04) VALUE SPACES.
           03 LEVALOR PIC Z(06)9,999.
           03 FILLER PIC X(04) VALUE SPACES.
           03 LEBASE PIC Z(06)9,999.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LEICMS PIC Z(06)9,999.
       01  LINTITSAI.
           03 FILLER PIC X(40)
               VALUE " REGISTRO DE SAIDAS (NOTAS FISCAIS)".
       01  LINCABSAI.
           03 FILLER PIC X(40)
               VALUE " SER NUMERO DATA     CLIENTE CFOP  VALOR".
           03 FILLER PIC X(37)
               VALUE " CONTABIL BASE CALCULO     ICMS  OBS".
       01  LINSAI.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSSERIE PIC X(03).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSNUMERO PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSDATA PIC 9(08).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSCLIENTE PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSCFOP PIC 9(04).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSVALOR PIC Z(06)9,999.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LSBASE PIC Z(06)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSICMS PIC Z(06)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSOBS PIC X(05).
       01  LINTITDEV.
           03 FILLER PIC X(40) VALUE " DEVOLUCOES DE VENDA (CREDITO)".
       01  LINCABDEV.
           03 FILLER PIC X(40)
               VALUE " PEDIDO ITEM DATA     CLIENTE PRODUTO  V".
           03 FILLER PIC X(36)
               VALUE "ALOR DEVOL.  BASE CALCULO     ICMS".
       01  LINDEV.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDPEDIDO PIC ZZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LDITEM PIC ZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDDATA PIC 9(08).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDCLIENTE PIC ZZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LDPRODUTO PIC ZZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LDVALOR PIC Z(06)9,999.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LDBASE PIC Z(06)9,999.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LDICMS PIC Z(06)9,999.
       01  LINTOT.
           03 LTDESC PIC X(25).
           03 LTQTD PIC ZZZZ9.
           03 FILLER PIC X(03) VALUE SPACES.
           03 LTVALOR PIC Z(07)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LTBASE PIC Z(07)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LTICMS PIC Z(07)9,999.
       01  LINTITAPUR.
           03 FILLER PIC X(40) VALUE " APURACAO DO ICMS".
       01  LINAPUR.
           03 LADESC PIC X(40).
           03 LAVALOR PIC Z(07)9,999.
       01  LINAVISO.
           03 LAVISO PIC X(70).
       01  LINBRANCO PIC X(80) VALUE SPACES.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "LIVRO ICMS".
           03 ARQRELSP PIC X(14) VALUE "RELICMS.DAT".
           03 OPERRELSP PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-PARAMETROS.
           DISPLAY " FILIAL: ".
           ACCEPT FILIALSEL.
           DISPLAY " MES DE APURACAO (MM): ".
           ACCEPT MESSEL.
           DISPLAY " ANO DE APURACAO (AAAA): ".
           ACCEPT ANOSEL.
           IF MESSEL < 1 OR MESSEL > 12
               DISPLAY " MES INVALIDO "
               GO TO FN-FIM2.
           IF MESSEL = 1
               MOVE 12 TO MESANT
               COMPUTE ANOANT = ANOSEL - 1
           ELSE
               COMPUTE MESANT = MESSEL - 1
               MOVE ANOSEL TO ANOANT.
           IF MESSEL = 12
               MOVE 1 TO MESPROX
               COMPUTE ANOPROX = ANOSEL + 1
           ELSE
               COMPUTE MESPROX = MESSEL + 1
               MOVE ANOSEL TO ANOPROX.

       FN-ABRE1.
           OPEN INPUT CADCOMPRA
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADCOMPRA NAO ENCONTRADO "
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO COMPRA =>" ERRO
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN INPUT CADCOMPITEM
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADCOMPITEM NAO ENCONTRADO "
                 CLOSE CADCOMPRA
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ITEM =>" ERRO
                 CLOSE CADCOMPRA
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE3.
           MOVE "N" TO ICMSARQOK.
           OPEN INPUT CADCOMPICMS
           IF ERRO = "00"
               MOVE "S" TO ICMSARQOK.
           MOVE "N" TO APROVARQOK.
           OPEN INPUT CADAPROV
           IF ERRO = "00"
               MOVE "S" TO APROVARQOK.
           MOVE "N" TO NFARQOK.
           OPEN INPUT CADNF
           IF ERRO = "00"
               MOVE "S" TO NFARQOK.
           MOVE "N" TO DEVARQOK.
           OPEN INPUT CADDEV
           IF ERRO = "00"
               MOVE "S" TO DEVARQOK.

       FN-ABRE4.
           OPEN INPUT CADPROD
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADPROD NAO ENCONTRADO "
                 GO TO FN-FIM-ERRO2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PROD =>" ERRO
                 GO TO FN-FIM-ERRO2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE5.
           OPEN I-O CADAPICMS
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADAPICMS
                 CLOSE CADAPICMS
                 DISPLAY " ARQUIVO CADAPICMS SENDO CRIADO "
                 GO TO FN-ABRE5
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO APICMS =>" ERRO
                 CLOSE CADPROD
                 GO TO FN-FIM-ERRO2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE6.
           OPEN OUTPUT RELICMS
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ RELICMS =>" ERRO2
                 CLOSE CADPROD
                 CLOSE CADAPICMS
                 GO TO FN-FIM-ERRO2.

       FN-CABECALHO.
           MOVE FILIALSEL TO LCFILIAL.
           MOVE MESSEL TO LCMES.
           MOVE ANOSEL TO LCANO.
           WRITE LINHAICMS FROM LINCAB1.
           WRITE LINHAICMS FROM LINBRANCO.

       FN-ENTRADAS.
           WRITE LINHAICMS FROM LINTITENT.
           WRITE LINHAICMS FROM LINCABENT.
           WRITE LINHAICMS FROM LINBRANCO.
           MOVE FILIALSEL TO CODFILIAL.
           MOVE ZEROS TO CODCOMPRA.
           START CADCOMPRA KEY IS NOT LESS THAN CHAVECOMPRA
               INVALID KEY GO TO FN-ENTRADAS-FIM.
       FN-ENTRADAS-LOOP.
           READ CADCOMPRA NEXT RECORD
               AT END GO TO FN-ENTRADAS-FIM.
           IF CODFILIAL NOT = FILIALSEL
               GO TO FN-ENTRADAS-FIM.
           IF FORNCOMPRA = ZEROS
               GO TO FN-ENTRADAS-LOOP.
           MOVE DATACOMPRA TO DATACOMPW.
           IF MESCOMP NOT = MESSEL OR ANOCOMP NOT = ANOSEL
               GO TO FN-ENTRADAS-LOOP.
           IF APROVARQOK = "S"
               MOVE CODFILIAL TO FILIALAPROV
               MOVE CODCOMPRA TO COMPRAAPROV
               READ CADAPROV
               IF ERRO = "00"
                   IF APROVACAO-PENDENTE OR APROVACAO-REJEITADA
                       GO TO FN-ENTRADAS-LOOP.
           PERFORM FN-ICMS-COMPRA THRU FN-ICMS-COMPRA-FIM.
           ADD 1 TO QTDENT.
           ADD TOTALCOMPRA TO TOTVALENT.
           ADD BASECOMPW TO TOTBASEENT.
           ADD ICMSCOMPW TO TOTICMSENT.
           MOVE CODCOMPRA TO LECOMPRA.
           MOVE DATACOMPW TO LEDATA.
           MOVE FORNCOMPRA TO LEFORN.
           MOVE TOTALCOMPRA TO LEVALOR.
           MOVE BASECOMPW TO LEBASE.
           MOVE ICMSCOMPW TO LEICMS.
           WRITE LINHAICMS FROM LINENT.
           GO TO FN-ENTRADAS-LOOP.
       FN-ENTRADAS-FIM.
           WRITE LINHAICMS FROM LINBRANCO.
           MOVE " TOTAL ENTRADAS.....:" TO LTDESC.
           MOVE QTDENT TO LTQTD.
           MOVE TOTVALENT TO LTVALOR.
           MOVE TOTBASEENT TO LTBASE.
           MOVE TOTICMSENT TO LTICMS.
           WRITE LINHAICMS FROM LINTOT.
           WRITE LINHAICMS FROM LINBRANCO.

       FN-SAIDAS.
           WRITE LINHAICMS FROM LINTITSAI.
           WRITE LINHAICMS FROM LINCABSAI.
           WRITE LINHAICMS FROM LINBRANCO.
           IF NFARQOK NOT = "S"
               GO TO FN-SAIDAS-FIM.
           MOVE FILIALSEL TO FILIALNF.
           MOVE LOW-VALUES TO SERIENF.
           MOVE ZEROS TO NUMNF.
           START CADNF KEY IS NOT LESS THAN CHAVENF
               INVALID KEY GO TO FN-SAIDAS-FIM.
       FN-SAIDAS-LOOP.
           READ CADNF NEXT RECORD
               AT END GO TO FN-SAIDAS-FIM.
           IF FILIALNF NOT = FILIALSEL
               GO TO FN-SAIDAS-FIM.
           MOVE DATANF TO DATAAMDW.
           IF MESAMD NOT = MESSEL OR ANOAMD NOT = ANOSEL
               GO TO FN-SAIDAS-LOOP.
           MOVE SERIENF TO LSSERIE.
           MOVE NUMNF TO LSNUMERO.
           MOVE DATANF TO LSDATA.
           MOVE CLIENTENF TO LSCLIENTE.
           MOVE CFOPNF TO LSCFOP.
           IF NF-CANCELADA
               MOVE ZEROS TO LSVALOR LSBASE LSICMS
               MOVE "CANC." TO LSOBS
               WRITE LINHAICMS FROM LINSAI
               GO TO FN-SAIDAS-LOOP.
           ADD 1 TO QTDSAI.
           ADD TOTALNF TO TOTVALSAI.
           ADD BASEICMSNF TO TOTBASESAI.
           ADD VALORICMSNF TO TOTICMSSAI.
           MOVE TOTALNF TO LSVALOR.
           MOVE BASEICMSNF TO LSBASE.
           MOVE VALORICMSNF TO LSICMS.
           MOVE SPACES TO LSOBS.
           WRITE LINHAICMS FROM LINSAI.
           GO TO FN-SAIDAS-LOOP.
       FN-SAIDAS-FIM.
           WRITE LINHAICMS FROM LINBRANCO.
           MOVE " TOTAL SAIDAS.......:" TO LTDESC.
           MOVE QTDSAI TO LTQTD.
           MOVE TOTVALSAI TO LTVALOR.
           MOVE TOTBASESAI TO LTBASE.
           MOVE TOTICMSSAI TO LTICMS.
           WRITE LINHAICMS FROM LINTOT.
           WRITE LINHAICMS FROM LINBRANCO.

       FN-DEVOLUCOES.
           WRITE LINHAICMS FROM LINTITDEV.
           WRITE LINHAICMS FROM LINCABDEV.
           WRITE LINHAICMS FROM LINBRANCO.
           IF DEVARQOK NOT = "S"
               GO TO FN-DEVOLUCOES-FIM.
       FN-DEVOLUCOES-LOOP.
           READ CADDEV
               AT END GO TO FN-DEVOLUCOES-FIM.
           IF FILIALDEV NOT = FILIALSEL
               GO TO FN-DEVOLUCOES-LOOP.
           MOVE DATADEV TO DATAAMDW.
           IF MESAMD NOT = MESSEL OR ANOAMD NOT = ANOSEL
               GO TO FN-DEVOLUCOES-LOOP.
           MOVE FILIALDEV TO CODFILPROD.
           MOVE PRODUTODEV TO CODPROD.
           READ CADPROD
               INVALID KEY MOVE ZEROS TO ICMS.
           COMPUTE ICMSDEVW ROUNDED =
               VALORDEVREG * ICMS / (100 + ICMS).
           IF ICMSDEVW > ZEROS
               COMPUTE BASEDEVW = VALORDEVREG - ICMSDEVW
           ELSE
               MOVE ZEROS TO BASEDEVW.
           ADD 1 TO QTDDEV.
           ADD VALORDEVREG TO TOTVALDEV.
           ADD BASEDEVW TO TOTBASEDEV.
           ADD ICMSDEVW TO TOTICMSDEV.
           MOVE PEDIDODEV TO LDPEDIDO.
           MOVE ITEMDEV TO LDITEM.
           MOVE DATADEV TO LDDATA.
           MOVE CLIENTEDEV TO LDCLIENTE.
           MOVE PRODUTODEV TO LDPRODUTO.
           MOVE VALORDEVREG TO LDVALOR.
           MOVE BASEDEVW TO LDBASE.
           MOVE ICMSDEVW TO LDICMS.
           WRITE LINHAICMS FROM LINDEV.
           GO TO FN-DEVOLUCOES-LOOP.
       FN-DEVOLUCOES-FIM.
           WRITE LINHAICMS FROM LINBRANCO.
           MOVE " TOTAL DEVOLUCOES...:" TO LTDESC.
           MOVE QTDDEV TO LTQTD.
           MOVE TOTVALDEV TO LTVALOR.
           MOVE TOTBASEDEV TO LTBASE.
           MOVE TOTICMSDEV TO LTICMS.
           WRITE LINHAICMS FROM LINTOT.
           WRITE LINHAICMS FROM LINBRANCO.

       FN-SALDO-ANTERIOR.
           MOVE "N" TO ANTOK.
           MOVE ZEROS TO SALDOANTW.
           MOVE FILIALSEL TO FILIALAPI.
           MOVE ANOANT TO ANOAPI.
           MOVE MESANT TO MESAPI.
           READ CADAPICMS
           IF ERRO = "00"
               MOVE "S" TO ANTOK
               MOVE CREDORAPI TO SALDOANTW
               REWRITE REGAPI.

       FN-APURACAO.
           COMPUTE TOTCREDW = TOTICMSENT + TOTICMSDEV + SALDOANTW.
           IF TOTICMSSAI > TOTCREDW
               COMPUTE RECOLHERW = TOTICMSSAI - TOTCREDW
               MOVE ZEROS TO CREDORW
           ELSE
               COMPUTE CREDORW = TOTCREDW - TOTICMSSAI
               MOVE ZEROS TO RECOLHERW.
           WRITE LINHAICMS FROM LINTITAPUR.
           WRITE LINHAICMS FROM LINBRANCO.
           MOVE " DEBITO POR SAIDAS.....................:" TO LADESC.
           MOVE TOTICMSSAI TO LAVALOR.
           WRITE LINHAICMS FROM LINAPUR.
           MOVE " CREDITO POR ENTRADAS..................:" TO LADESC.
           MOVE TOTICMSENT TO LAVALOR.
           WRITE LINHAICMS FROM LINAPUR.
           MOVE " CREDITO POR DEVOLUCOES DE VENDA.......:" TO LADESC.
           MOVE TOTICMSDEV TO LAVALOR.
           WRITE LINHAICMS FROM LINAPUR.
           MOVE " SALDO CREDOR DO MES ANTERIOR..........:" TO LADESC.
           MOVE SALDOANTW TO LAVALOR.
           WRITE LINHAICMS FROM LINAPUR.
           WRITE LINHAICMS FROM LINBRANCO.
           MOVE " ICMS A RECOLHER.......................:" TO LADESC.
           MOVE RECOLHERW TO LAVALOR.
           WRITE LINHAICMS FROM LINAPUR.
           MOVE " SALDO CREDOR A TRANSPORTAR............:" TO LADESC.
           MOVE CREDORW TO LAVALOR.
           WRITE LINHAICMS FROM LINAPUR.
           IF ANTOK NOT = "S"
               WRITE LINHAICMS FROM LINBRANCO
               MOVE " MES ANTERIOR NAO APURADO - SALDO ANTERIOR ZERADO "
               TO LAVISO
               WRITE LINHAICMS FROM LINAVISO.

       FN-GRAVA-APURACAO.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
           MOVE FILIALSEL TO FILIALAPI.
           MOVE ANOSEL TO ANOAPI.
           MOVE MESSEL TO MESAPI.
           READ CADAPICMS
           IF ERRO = "99"
               DISPLAY " REGISTRO EM USO - TENTE NOVAMENTE "
               GO TO FN-FIM-ERRO.
           MOVE TOTICMSSAI TO DEBITOAPI.
           MOVE TOTICMSENT TO CREDENTAPI.
           MOVE TOTICMSDEV TO CREDDEVAPI.
           MOVE SALDOANTW TO SALDOANTAPI.
           MOVE RECOLHERW TO RECOLHERAPI.
           MOVE CREDORW TO CREDORAPI.
           MOVE DATAHOJE TO DATAAPI.
           MOVE HORAW TO HORAAPI.
           MOVE OPCODLOG TO OPERADORAPI.
           IF ERRO = "00"
               REWRITE REGAPI
           ELSE
               WRITE REGAPI.

       FN-VERIF-PROXIMO.
           MOVE FILIALSEL TO FILIALAPI.
           MOVE ANOPROX TO ANOAPI.
           MOVE MESPROX TO MESAPI.
           READ CADAPICMS
           IF ERRO = "00"
               REWRITE REGAPI
               WRITE LINHAICMS FROM LINBRANCO
               MOVE " MES SEGUINTE JA APURADO - REPROCESSAR " TO LAVISO
               WRITE LINHAICMS FROM LINAVISO
               DISPLAY " MES SEGUINTE JA APURADO - REPROCESSAR ".

       FN-FIM.
           CLOSE CADCOMPRA.
           CLOSE CADCOMPITEM.
           IF ICMSARQOK = "S"
               CLOSE CADCOMPICMS.
           IF APROVARQOK = "S"
               CLOSE CADAPROV.
           IF NFARQOK = "S"
               CLOSE CADNF.
           IF DEVARQOK = "S"
               CLOSE CADDEV.
           CLOSE CADPROD.
           CLOSE CADAPICMS.
           CLOSE RELICMS.
           DISPLAY " APURACAO DO ICMS CONCLUIDA ".
           DISPLAY " DEBITOS...........: " TOTICMSSAI.
           DISPLAY " CREDITOS..........: " TOTCREDW.
           DISPLAY " A RECOLHER........: " RECOLHERW.
           DISPLAY " SALDO CREDOR......: " CREDORW.
           MOVE OPCODLOG TO OPERRELSP.
           CALL "SVP068" USING SPOOLPED.
           CANCEL "SVP068".
           EXIT PROGRAM.

       FN-FIM-ERRO.
           CLOSE CADPROD.
           CLOSE CADAPICMS.
           CLOSE RELICMS.
       FN-FIM-ERRO2.
           CLOSE CADCOMPRA.
           CLOSE CADCOMPITEM.
           IF ICMSARQOK = "S"
               CLOSE CADCOMPICMS.
           IF APROVARQOK = "S"
               CLOSE CADAPROV.
           IF NFARQOK = "S"
               CLOSE CADNF.
           IF DEVARQOK = "S"
               CLOSE CADDEV.
           DISPLAY " APURACAO DO ICMS NAO CONCLUIDA ".

       FN-FIM2.
           EXIT PROGRAM.

       FN-ICMS-COMPRA.
           MOVE ZEROS TO BASECOMPW ICMSCOMPW.
           IF ICMSARQOK NOT = "S"
               GO TO FN-ICMS-COMPRA-FIM.
           MOVE CODFILIAL TO FILIALCOMPITEM.
           MOVE CODCOMPRA TO COMPRAITEM.
           MOVE ZEROS TO ITEMSEQ.
           START CADCOMPITEM KEY IS NOT LESS THAN CHAVECOMPITEM
               INVALID KEY GO TO FN-ICMS-COMPRA-FIM.
       FN-ICMS-COMPRA-LOOP.
           READ CADCOMPITEM NEXT RECORD
               AT END GO TO FN-ICMS-COMPRA-FIM.
           IF COMPRAITEM NOT = CODCOMPRA
               OR FILIALCOMPITEM NOT = CODFILIAL
               GO TO FN-ICMS-COMPRA-FIM.
           MOVE FILIALCOMPITEM TO FILIALCICMS.
           MOVE COMPRAITEM TO COMPRACICMS.
           MOVE ITEMSEQ TO ITEMCICMS.
           READ CADCOMPICMS
           IF ERRO = "00"
               ADD BASECICMS TO BASECOMPW
               ADD VALORCICMS TO ICMSCOMPW.
           GO TO FN-ICMS-COMPRA-LOOP.
       FN-ICMS-COMPRA-FIM.
           EXIT.
