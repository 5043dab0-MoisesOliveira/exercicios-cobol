               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADCOMPICMS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOMPICMS
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT MOVEST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT CADCOMPUN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOMPUN
               FILE STATUS  IS ERRO.

           SELECT CADLOCAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVELOCAL
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS CHAVESEQLOC WITH DUPLICATES.

           SELECT CADESTLOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEESTLOC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS CHAVELOCEL WITH DUPLICATES.

           SELECT RELDIVER ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.
           03 APROVADORAPROV PIC 9(04).
           03 DATADECAPROV PIC 9(08).
           03 MOTIVOAPROV PIC X(40).
           03 CONDAPROV PIC 9(03).

       FD  CADCUSTO
           LABEL RECORD IS STANDARD
           03 QTDLOTE PIC 9(05).
           03 VALIDLOTE PIC 9(08).

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

       FD  MOVEST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVEST.DAT".
           03 SALDOMOV PIC 9(05).
           03 LOTEMOV PIC X(10).

       FD  CADCOMPUN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOMPUN.DAT".
       01  REGCOMPUN.
           03 CHAVECOMPUN.
               05 FILIALCUN PIC 9(02).
               05 COMPRACUN PIC 9(06).
               05 ITEMCUN PIC 9(03).
           03 UNIDCUN PIC X(02).
           03 FATORCUN PIC 9(04).
           03 QTDCUN PIC 9(04).
           03 PRECOCUN PIC 9(06)V9(03).

       FD  CADLOCAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLOCAL.DAT".
       01  REGLOCAL.
           03 CHAVELOCAL.
               05 FILIALLOC PIC 9(02).
               05 ENDERLOC.
                   07 RUALOC PIC X(02).
                   07 ESTLOC PIC 9(03).
                   07 NIVLOC PIC 9(02).
           03 DESCLOC PIC X(20).
           03 CHAVESEQLOC.
               05 FILSEQLOC PIC 9(02).
               05 SEQLOC PIC 9(05).
           03 CAPLOC PIC 9(05).
           03 SITLOC PIC X(01).
               88 LOCAL-ATIVO VALUE "A".
               88 LOCAL-INATIVO VALUE "I".

       FD  CADESTLOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADESTLOC.DAT".
       01  REGESTLOC.
           03 CHAVEESTLOC.
               05 FILIALEL PIC 9(02).
               05 PRODEL PIC 9(06).
               05 LOTEEL PIC X(10).
               05 ENDEREL.
                   07 RUAEL PIC X(02).
                   07 ESTEL PIC 9(03).
                   07 NIVELEL PIC 9(02).
           03 CHAVELOCEL.
               05 FILLOCEL PIC 9(02).
               05 ENDLOCEL.
                   07 RUALE PIC X(02).
                   07 ESTLE PIC 9(03).
                   07 NIVLE PIC 9(02).
           03 QTDEL PIC 9(05).

       FD  RELDIVER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELDIVER.DAT".
       01  CUSTONOVO PIC X(01) VALUE "N".
       01  LOTEW PIC X(10) VALUE SPACES.
       01  VALIDW PIC 9(08) VALUE ZEROS.
       01  ALIQICMSW PIC 9(02)V9(02) VALUE ZEROS.
       01  VALICMSW PIC 9(06)V9(03) VALUE ZEROS.
       01  BASEICMSW PIC 9(06)V9(03) VALUE ZEROS.
       01  RECSALDO PIC 9(04) VALUE ZEROS.
       01  QTDFALTA PIC 9(04) VALUE ZEROS.
       01  TOTCONFERIDOS PIC 9(03) VALUE ZEROS.
       01  TOTDIVERG PIC 9(03) VALUE ZEROS.
       01  CUNOK PIC X(01) VALUE "N".
       01  CUNSIM PIC X(01) VALUE "N".
       01  QTDRECCX PIC 9(04) VALUE ZEROS.
       01  QTDAVULSA PIC 9(04) VALUE ZEROS.
       01  QTDCALCW PIC 9(08) VALUE ZEROS.
       01  LOCALOK PIC X(01) VALUE "N".
       01  ENDEROBRIG PIC X(01) VALUE "N".
       01  ENDERW.
           03 RUAW PIC X(02) VALUE SPACES.
           03 ESTW PIC 9(03) VALUE ZEROS.
           03 NIVW PIC 9(02) VALUE ZEROS.
       01  OCUPADOW PIC 9(07) VALUE ZEROS.
       01  MENSPEND.
           03 FILLER PIC X(08) VALUE " PEDIDO ".
           03 MPPEDIDO PIC 9(06).
           03 LDQTDREC PIC ZZZ9.
           03 FILLER PIC X(06) VALUE " DIF: ".
           03 LDDIF PIC -ZZZ9.
       01  LINDIVER2.
           03 FILLER PIC X(17) VALUE "      UN.COMPRA: ".
           03 LD2UNID PIC X(02).
           03 FILLER PIC X(03) VALUE " = ".
           03 LD2FATOR PIC ZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LD2UNV PIC X(02).
           03 FILLER PIC X(07) VALUE "  PED: ".
           03 LD2QTDPED PIC ZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LD2UNC PIC X(02).
           03 FILLER PIC X(07) VALUE "  REC: ".
           03 LD2QTDREC PIC ZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LD2UNC2 PIC X(02).
           03 FILLER PIC X(03) VALUE " + ".
           03 LD2AVULSA PIC ZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LD2UNV2 PIC X(02).

       LINKAGE SECTION.
       01  OPERLOG.
               VALUE  " LOTE (BRANCO = SEM LOTE):".
           05  LINE 18  COLUMN 01
               VALUE  " VALIDADE (AAAAMMDD):".
           05  LINE 20  COLUMN 01
               VALUE  " ALIQUOTA ICMS:".
           05  LINE 20  COLUMN 41
               VALUE  " VALOR ICMS:".
           05  LINE 11  COLUMN 41
               VALUE  " UNID. COMPRA:".
           05  LINE 11  COLUMN 58
               VALUE  "=".
           05  LINE 12  COLUMN 41
               VALUE  " COMPRADO UN.COMPRA:".
           05  LINE 14  COLUMN 41
               VALUE  " RECEBIDO UN.COMPRA:".
           05  LINE 15  COLUMN 41
               VALUE  " AVULSAS UN.VENDA:".
           05  LINE 21  COLUMN 01
               VALUE  " ENDERECO (RUA-EST-NIV):".
           05  LINE 21  COLUMN 28
               VALUE  "-".
           05  LINE 21  COLUMN 32
               VALUE  "-".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCODFILIAL
           05  TQTDREC
               LINE 14  COLUMN 23  PIC 9(04)
               USING  QTDRECW.
           05  TUNIDPED
               LINE 12  COLUMN 28  PIC X(02)
               USING  UNID.
           05  TUNIDREC
               LINE 14  COLUMN 28  PIC X(02)
               USING  UNID.
           05  TUNIDCUN
               LINE 11  COLUMN 55  PIC X(02)
               USING  UNIDCUN.
           05  TFATORCUN
               LINE 11  COLUMN 60  PIC ZZZ9
               USING  FATORCUN.
           05  TUNIDFATOR
               LINE 11  COLUMN 65  PIC X(02)
               USING  UNID.
           05  TQTDCUN
               LINE 12  COLUMN 62  PIC 9(04)
               USING  QTDCUN.
           05  TQTDRECCX
               LINE 14  COLUMN 62  PIC 9(04)
               USING  QTDRECCX.
           05  TQTDAVULSA
               LINE 15  COLUMN 62  PIC 9(04)
               USING  QTDAVULSA.
           05  TLOTE
               LINE 16  COLUMN 28  PIC X(10)
               USING  LOTEW.
           05  TVALID
               LINE 18  COLUMN 23  PIC 9(08)
               USING  VALIDW.
           05  TALIQICMS
               LINE 20  COLUMN 23  PIC 99.99
               USING  ALIQICMSW.
           05  TVALICMS
               LINE 20  COLUMN 53  PIC 999999.999
               USING  VALICMSW.
           05  TRUAEND
               LINE 21  COLUMN 26  PIC X(02)
               USING  RUAW.
           05  TESTEND
               LINE 21  COLUMN 29  PIC 9(03)
               USING  ESTW.
           05  TNIVEND
               LINE 21  COLUMN 33  PIC 9(02)
               USING  NIVW.

       PROCEDURE DIVISION USING OPERLOG.
      *
           ELSE
                 NEXT SENTENCE.

       FN-ABRE6E.
           OPEN I-O CADCOMPICMS
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADCOMPICMS
                 CLOSE CADCOMPICMS
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE6E
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ICMS =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE7.
           OPEN EXTEND MOVEST
           IF ERRO NOT = "00" AND ERRO NOT = "05"
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-ABRE9.
           MOVE "N" TO CUNOK.
           OPEN INPUT CADCOMPUN
           IF ERRO = "00"
               MOVE "S" TO CUNOK.

       FN-ABRE10.
           MOVE "N" TO LOCALOK.
           OPEN INPUT CADLOCAL
           IF ERRO NOT = "00"
               GO TO FN-INICIO.
           MOVE "S" TO LOCALOK.

       FN-ABRE11.
           OPEN I-O CADESTLOC
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADESTLOC
                 CLOSE CADESTLOC
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE11
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ESTLOC =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-INICIO.
           MOVE ZEROS TO CODFILIAL CODCOMPRA FORNCOMPRA ITEMSEQ
           PRODUTOCOMPITEM QUANTCOMPITEM QTDRECW TOTCONFERIDOS
           TOTDIVERG QTDRECCX QTDAVULSA FATORCUN QTDCUN ESTW NIVW.
           MOVE SPACES TO NOME DESCR UNID UNIDCUN RUAW.
           DISPLAY TELACONF.

       FN-FILIAL.
           MOVE FORNCOMPRA TO CODFORN.
           READ CADFORN
               INVALID KEY MOVE SPACES TO NOME.
           PERFORM FN-VERIF-LOCAIS THRU FN-VERIF-LOCAIS-FIM.
           DISPLAY TELACONF.

       FN-VERIF-APROV.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE PRODUTOCOMPITEM TO CODPROD.
           READ CADPROD
               INVALID KEY MOVE SPACES TO DESCR UNID.
           MOVE QUANTCOMPITEM TO QTDRECW.
           MOVE ZEROS TO ALIQICMSW VALICMSW.
           PERFORM FN-LE-COMPUN THRU FN-LE-COMPUN-FIM.
           DISPLAY TELACONF.

       FN-QTDREC.
           IF CUNSIM = "S"
               GO TO FN-QTDRECCX.
           ACCEPT TQTDREC.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " CONFERENCIA INTERROMPIDA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-INICIO.
           GO TO FN-LOTE.

       FN-QTDRECCX.
           ACCEPT TQTDRECCX.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " CONFERENCIA INTERROMPIDA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-INICIO.
           ACCEPT TQTDAVULSA.
           COMPUTE QTDCALCW = (QTDRECCX * FATORCUN) + QTDAVULSA.
           IF QTDCALCW > 9999
               MOVE " QUANTIDADE CONVERTIDA EXCEDE 9999 " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-QTDRECCX.
           MOVE QTDCALCW TO QTDRECW.
           DISPLAY TQTDREC.

       FN-LOTE.
           MOVE SPACES TO LOTEW.
           IF LOTEW NOT = SPACES
               ACCEPT TVALID.

       FN-ICMS.
           MOVE CODFILIAL TO FILIALCICMS.
           MOVE CODCOMPRA TO COMPRACICMS.
           MOVE ITEMSEQ TO ITEMCICMS.
           READ CADCOMPICMS
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ICMS.
           IF ERRO = "00"
               MOVE ALIQCICMS TO ALIQICMSW
           ELSE
               IF DESCR NOT = SPACES
                   MOVE ICMS TO ALIQICMSW
               ELSE
                   MOVE ZEROS TO ALIQICMSW.
           DISPLAY TALIQICMS.
           ACCEPT TALIQICMS.
           COMPUTE BASEICMSW = QTDRECW * PRECOCOMPITEM.
           COMPUTE VALICMSW ROUNDED = BASEICMSW * ALIQICMSW / 100.
           DISPLAY TVALICMS.

       FN-ENDERECO.
           MOVE SPACES TO RUAW.
           MOVE ZEROS TO ESTW NIVW.
           DISPLAY TRUAEND TESTEND TNIVEND.
           IF ENDEROBRIG NOT = "S" OR QTDRECW = ZEROS
               GO TO FN-CONFIRMA.
           ACCEPT TRUAEND.
           ACCEPT TESTEND.
           ACCEPT TNIVEND.
           MOVE CODFILIAL TO FILIALLOC.
           MOVE ENDERW TO ENDERLOC.
           READ CADLOCAL
           IF ERRO NOT = "00"
               MOVE " ENDERECO NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ENDERECO.
           IF LOCAL-INATIVO
               MOVE " ENDERECO INATIVO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ENDERECO.
           IF CAPLOC = ZEROS
               GO TO FN-CONFIRMA.
           PERFORM FN-OCUPACAO THRU FN-OCUPACAO-FIM.
           IF OCUPADOW + QTDRECW NOT > CAPLOC
               GO TO FN-CONFIRMA.

       FN-CAPACIDADE.
           DISPLAY (23, 10) "ENDERECO SEM CAPACIDADE - MANTER? (S/N): ".
           ACCEPT (23, 53) OPC2
           IF OPC2 NOT = "S" AND OPC2 NOT = "N"
               MOVE "DIGITE S OU N" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CAPACIDADE.
           MOVE SPACES TO MENS.
           DISPLAY (23, 10) MENS.
           IF OPC2 = "N"
               GO TO FN-ENDERECO.

       FN-CONFIRMA.
           DISPLAY (23, 10) "CONFIRMA O RECEBIMENTO DO ITEM? (S/N): ".
           ACCEPT (23, 50) OPC2
           MOVE DATAHOJE TO DATACONF.
           MOVE OPCODLOG TO OPERADORCONF.
           WRITE REGCONF.
           PERFORM FN-GRAVA-ICMS THRU FN-GRAVA-ICMS-FIM.
           ADD 1 TO TOTCONFERIDOS.
           IF QTDRECW = ZEROS
               GO TO FN-DIVERGENCIA.
           PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM.
           IF LOTEW NOT = SPACES
               PERFORM FN-GRAVA-LOTE THRU FN-GRAVA-LOTE-FIM.
           IF RUAW NOT = SPACES
               PERFORM FN-GRAVA-ESTLOC THRU FN-GRAVA-ESTLOC-FIM.
           IF BACKOK = "S"
               PERFORM FN-ATENDE-PEND THRU FN-ATENDE-PEND-FIM.

           MOVE QTDRECW TO LDQTDREC.
           COMPUTE LDDIF = QTDRECW - QUANTCOMPITEM.
           WRITE LINHADIVER FROM LINDIVER.
           IF CUNSIM = "S"
               MOVE UNIDCUN TO LD2UNID LD2UNC LD2UNC2
               MOVE UNID TO LD2UNV LD2UNV2
               MOVE FATORCUN TO LD2FATOR
               MOVE QTDCUN TO LD2QTDPED
               MOVE QTDRECCX TO LD2QTDREC
               MOVE QTDAVULSA TO LD2AVULSA
               WRITE LINHADIVER FROM LINDIVER2.
           MOVE " DIVERGENCIA REGISTRADA " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-ITENS-LOOP.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-INICIO.

       FN-LE-COMPUN.
           MOVE "N" TO CUNSIM.
           MOVE ZEROS TO QTDRECCX QTDAVULSA FATORCUN QTDCUN.
           MOVE SPACES TO UNIDCUN.
           IF CUNOK NOT = "S"
               GO TO FN-LE-COMPUN-FIM.
           MOVE CODFILIAL TO FILIALCUN.
           MOVE CODCOMPRA TO COMPRACUN.
           MOVE ITEMSEQ TO ITEMCUN.
           READ CADCOMPUN
           IF ERRO NOT = "00"
               MOVE ZEROS TO FATORCUN QTDCUN
               MOVE SPACES TO UNIDCUN
               GO TO FN-LE-COMPUN-FIM.
           IF FATORCUN = ZEROS
               GO TO FN-LE-COMPUN-FIM.
           MOVE "S" TO CUNSIM.
           MOVE QTDCUN TO QTDRECCX.
           COMPUTE QTDCALCW = QTDCUN * FATORCUN.
           IF QUANTCOMPITEM > QTDCALCW
               COMPUTE QTDAVULSA = QUANTCOMPITEM - QTDCALCW.
       FN-LE-COMPUN-FIM.
           EXIT.

       FN-GRAVA-ICMS.
           MOVE CODFILIAL TO FILIALCICMS.
           MOVE CODCOMPRA TO COMPRACICMS.
           MOVE ITEMSEQ TO ITEMCICMS.
           READ CADCOMPICMS
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-GRAVA-ICMS.
           MOVE ALIQICMSW TO ALIQCICMS.
           MOVE BASEICMSW TO BASECICMS.
           MOVE VALICMSW TO VALORCICMS.
           MOVE "C" TO SITCICMS.
           IF ERRO = "00"
               REWRITE REGCOMPICMS
           ELSE
               WRITE REGCOMPICMS.
       FN-GRAVA-ICMS-FIM.
           EXIT.

       FN-CUSTO-MEDIO.
           MOVE "N" TO CUSTONOVO.
           MOVE CODFILPROD TO FILIALCUSTO.
       FN-GRAVA-LOTE-FIM.
           EXIT.

       FN-VERIF-LOCAIS.
           MOVE "N" TO ENDEROBRIG.
           IF LOCALOK NOT = "S"
               GO TO FN-VERIF-LOCAIS-FIM.
           MOVE CODFILIAL TO FILIALLOC.
           MOVE SPACES TO RUALOC.
           MOVE ZEROS TO ESTLOC NIVLOC.
           START CADLOCAL KEY IS NOT LESS THAN CHAVELOCAL
               INVALID KEY GO TO FN-VERIF-LOCAIS-FIM.
           READ CADLOCAL NEXT RECORD
               AT END GO TO FN-VERIF-LOCAIS-FIM.
           IF FILIALLOC = CODFILIAL
               MOVE "S" TO ENDEROBRIG.
       FN-VERIF-LOCAIS-FIM.
           EXIT.

       FN-OCUPACAO.
           MOVE ZEROS TO OCUPADOW.
           MOVE FILIALLOC TO FILLOCEL.
           MOVE ENDERLOC TO ENDLOCEL.
           START CADESTLOC KEY IS NOT LESS THAN CHAVELOCEL
               INVALID KEY GO TO FN-OCUPACAO-FIM.
       FN-OCUPACAO-LOOP.
           READ CADESTLOC NEXT RECORD
               AT END GO TO FN-OCUPACAO-FIM.
           IF FILLOCEL NOT = FILIALLOC OR ENDLOCEL NOT = ENDERLOC
               GO TO FN-OCUPACAO-FIM.
           ADD QTDEL TO OCUPADOW.
           GO TO FN-OCUPACAO-LOOP.
       FN-OCUPACAO-FIM.
           EXIT.

       FN-GRAVA-ESTLOC.
           MOVE CODFILPROD TO FILIALEL.
           MOVE CODPROD TO PRODEL.
           MOVE LOTEW TO LOTEEL.
           MOVE ENDERW TO ENDEREL.
           READ CADESTLOC
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-GRAVA-ESTLOC.
           IF ERRO = "00"
               ADD QTDRECW TO QTDEL
               REWRITE REGESTLOC
               GO TO FN-GRAVA-ESTLOC-FIM.
           MOVE CODFILPROD TO FILIALEL FILLOCEL.
           MOVE CODPROD TO PRODEL.
           MOVE LOTEW TO LOTEEL.
           MOVE ENDERW TO ENDEREL ENDLOCEL.
           MOVE QTDRECW TO QTDEL.
           WRITE REGESTLOC.
       FN-GRAVA-ESTLOC-FIM.
           EXIT.

       FN-MENS.
           MOVE ZEROS TO CONTADOR.
       FN-MENS2.
               CLOSE CADAPROV.
           CLOSE CADCUSTO.
           CLOSE CADLOTE.
           CLOSE CADCOMPICMS.
           CLOSE MOVEST.
           CLOSE RELDIVER.
           IF CUNOK = "S"
               CLOSE CADCOMPUN.
           IF LOCALOK = "S"
               CLOSE CADLOCAL CADESTLOC.
           EXIT PROGRAM.
