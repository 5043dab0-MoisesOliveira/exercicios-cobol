       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP075.
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

           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFORN
               FILE STATUS  IS ERRO.

           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVEPROD
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS ERRO.

           SELECT CADCONF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECONF
               FILE STATUS  IS ERRO.

           SELECT CADLOTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVELOTE
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADPAG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPAG
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADCREDF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECREDF
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT MOVEST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT CADDEVF ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT RELDEVF ASSIGN TO DISK
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

       FD  CADFORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFORN.DAT".
       01  REGFORN.
           03 CHAVEFORN.
               05 CODFILFORN PIC 9(02).
               05 CODFORN PIC 9(06).
           03 NOME PIC X(30).
           03 TIPOPESSOA PIC X(1).
           03 CNPJCPF PIC 9(15).
           03 NUMEROLOG PIC 9(5).
           03 CEPFORN PIC 9(08).
           03 COMPLEMENTO PIC X(12).
           03 EMAIL PIC X(30).
           03 TELEFONE1.
               05 DDD1 PIC 9(02).
               05 NUMERO1 PIC 9(09).
               05 TIPO1 PIC X(01).
           03 TELEFONE2.
               05 DDD2 PIC 9(02).
               05 NUMERO2 PIC 9(09).
               05 TIPO2 PIC X(01).
           03 SITFORN PIC X(01).
               88 FORNECEDOR-INATIVO VALUE "I".

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

       FD  CADCONF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONF.DAT".
       01  REGCONF.
           03 CHAVECONF.
               05 FILIALCONF PIC 9(02).
               05 COMPRACONF PIC 9(06).
               05 ITEMCONF PIC 9(03).
           03 QTDCONF PIC 9(04).
           03 DATACONF PIC 9(08).
           03 OPERADORCONF PIC 9(04).

       FD  CADLOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLOTE.DAT".
       01  REGLOTE.
           03 CHAVELOTE.
               05 FILIALLOTE PIC 9(02).
               05 PRODUTOLOTE PIC 9(06).
               05 NUMLOTE PIC X(10).
           03 QTDLOTE PIC 9(05).
           03 VALIDLOTE PIC 9(08).

       FD  CADPAG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPAG.DAT".
       01  REGPAG.
           03 CHAVEPAG.
               05 FILIALPAG PIC 9(02).
               05 FORNPAG PIC 9(06).
               05 COMPRAPAG PIC 9(06).
               05 PARCELAPAG PIC 9(02).
           03 VENCPAG PIC 9(08).
           03 VALORPAG PIC 9(06)V9(03).
           03 SITPAG PIC X(01).
               88 PAGAMENTO-ABERTO VALUE "A".
               88 PAGAMENTO-PAGO VALUE "P".
           03 DATAPAGPAG PIC 9(08).
           03 VALORPAGPAG PIC 9(06)V9(03).
           03 FORMAPAG PIC 9(02).

       FD  CADCREDF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCREDF.DAT".
       01  REGCREDF.
           03 CHAVECREDF.
               05 FILIALCREDF PIC 9(02).
               05 FORNCREDF PIC 9(06).
           03 SALDOCREDF PIC 9(07)V9(03).
           03 DATACREDF PIC 9(08).
           03 OPERCREDF PIC 9(04).

       FD  MOVEST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVEST.DAT".
       01  REGMOV.
           03 FILIALMOV PIC 9(02).
           03 PRODUTOMOV PIC 9(06).
           03 DATAMOV PIC 9(08).
           03 HORAMOV PIC 9(06).
           03 OPERADORMOV PIC 9(04).
           03 TIPOMOV PIC X(01).
           03 DOCMOV PIC 9(06).
           03 QTDMOV PIC 9(04).
           03 SALDOMOV PIC 9(05).
           03 LOTEMOV PIC X(10).

       FD  CADDEVF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEVF.DAT".
       01  REGDEVF.
           03 FILIALDEVF PIC 9(02).
           03 NUMDEVF PIC 9(06).
           03 COMPRADEVF PIC 9(06).
           03 ITEMDEVF PIC 9(03).
           03 FORNDEVF PIC 9(06).
           03 DATADEVF PIC 9(08).
           03 HORADEVF PIC 9(06).
           03 OPERADORDEVF PIC 9(04).
           03 PRODUTODEVF PIC 9(06).
           03 QTDDEVFREG PIC 9(04).
           03 LOTEDEVF PIC X(10).
           03 VALORDEVFREG PIC 9(06)V9(03).
           03 MOTIVODEVF PIC X(30).

       FD  RELDEVF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELDEVF.DAT".
       01  LINHADEVF PIC X(80).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  MENS.
           03 MENS1 PIC X(50) VALUE SPACES.
           03 MENS2 PIC ZZZ.
       01  CONTADOR PIC 9(03) VALUE ZERO.
       01  ESC-KEY PIC 9(02) VALUE ZEROS.
       01  OPC2 PIC X(03) VALUE SPACES.
       01  QTDDEV PIC 9(04) VALUE ZEROS.
       01  QTDRECEB PIC 9(04) VALUE ZEROS.
       01  QTDJADEV PIC 9(05) VALUE ZEROS.
       01  SALDODEV PIC 9(04) VALUE ZEROS.
       01  VALORDEV PIC 9(06)V9(03) VALUE ZEROS.
       01  TOTALDEV PIC 9(07)V9(03) VALUE ZEROS.
       01  CREDITODEV PIC 9(07)V9(03) VALUE ZEROS.
       01  ABATIDODEV PIC 9(07)V9(03) VALUE ZEROS.
       01  TOTALMOSTRA PIC 9(07)V9(03) VALUE ZEROS.
       01  LOTEW PIC X(10) VALUE SPACES.
       01  MOTIVOW PIC X(30) VALUE SPACES.
       01  NUMDEVW PIC 9(06) VALUE ZEROS.
       01  MAXNUMDEV PIC 9(06) VALUE ZEROS.
       01  QTDITENSDEV PIC 9(03) VALUE ZEROS.
       01  DATAHOJE PIC 9(08) VALUE ZEROS.
       01  DATAHOJER REDEFINES DATAHOJE.
           03 ANOHOJE PIC 9(04).
           03 MESHOJE PIC 9(02).
           03 DIAHOJE PIC 9(02).
       01  DATAIMP.
           03 DIAIMP PIC 9(02).
           03 MESIMP PIC 9(02).
           03 ANOIMP PIC 9(04).
       01  DATAIMPN REDEFINES DATAIMP PIC 9(08).
       01  HORAW PIC 9(06) VALUE ZEROS.
       01  FILIALW PIC 9(02) VALUE ZEROS.
       01  FORNW PIC 9(06) VALUE ZEROS.
       01  COMPRAW PIC 9(06) VALUE ZEROS.
       01  RELABERTO PIC X(01) VALUE "N".
       01  LINCAB1.
           03 FILLER PIC X(35) VALUE
           " DEVOLUCAO AO FORNECEDOR - FILIAL: ".
           03 LCFILIAL PIC Z9.
           03 FILLER PIC X(09) VALUE "  NUMERO:".
           03 LCNUMERO PIC ZZZZZ9.
           03 FILLER PIC X(08) VALUE "  DATA: ".
           03 LCDATA PIC 99.99.9999.
       01  LINCAB2.
           03 FILLER PIC X(13) VALUE " FORNECEDOR: ".
           03 LCFORN PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LCNOMEFORN PIC X(30).
           03 FILLER PIC X(07) VALUE " CNPJ: ".
           03 LCCNPJ PIC 9(15).
       01  LINCAB3.
           03 FILLER PIC X(24) VALUE " REFERENTE A COMPRA NR: ".
           03 LCCOMPRA PIC ZZZZZ9.
       01  LINCAB4.
           03 FILLER PIC X(40) VALUE
           " ITEM PRODUTO DESCRICAO                 ".
           03 FILLER PIC X(40) VALUE
           "    QTD LOTE       VALOR UNIT      TOTAL".
       01  LINDET.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LDITEM PIC 999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDPROD PIC 9(06).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDDESCR PIC X(26).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDQTD PIC ZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDLOTE PIC X(10).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDUNIT PIC ZZZZZ9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDTOTAL PIC ZZZZZ9,99.
       01  LINMOTIVO.
           03 FILLER PIC X(15) VALUE "      MOTIVO: ".
           03 LMMOTIVO PIC X(30).
       01  LINTOT1.
           03 FILLER PIC X(30) VALUE " VALOR TOTAL DA DEVOLUCAO....:".
           03 LTTOTAL PIC ZZZZZZ9,99.
       01  LINTOT2.
           03 FILLER PIC X(30) VALUE " ABATIDO DAS PARCELAS A PAGAR:".
           03 LTABATIDO PIC ZZZZZZ9,99.
       01  LINTOT3.
           03 FILLER PIC X(30) VALUE " CREDITO JUNTO AO FORNECEDOR.:".
           03 LTCREDITO PIC ZZZZZZ9,99.
       01  LINASSIN1.
           03 FILLER PIC X(40) VALUE
           " EXPEDIDO POR: ________________________ ".
           03 FILLER PIC X(40) VALUE
           " RECEBIDO POR: ________________________ ".
       01  LINBRANCO PIC X(80) VALUE SPACES.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "DEVOL FORNEC".
           03 ARQRELSP PIC X(14) VALUE "RELDEVF.DAT".
           03 OPERRELSP PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       SCREEN SECTION.

       01  TELADEVF.
           05  LINE 01  COLUMN 01
               VALUE  "                      DEVOLUCAO AO FORNE".
           05  LINE 01  COLUMN 41
               VALUE  "CEDOR".
           05  LINE 03  COLUMN 01
               VALUE  " FILIAL:".
           05  LINE 04  COLUMN 01
               VALUE  " NUMERO COMPRA:".
           05  LINE 04  COLUMN 41
               VALUE  " DOCUMENTO DEVOLUCAO:".
           05  LINE 06  COLUMN 01
               VALUE  " FORNECEDOR:".
           05  LINE 07  COLUMN 01
               VALUE  " TOTAL DA COMPRA:".
           05  LINE 09  COLUMN 01
               VALUE  " ITEM (SEQUENCIA):".
           05  LINE 10  COLUMN 01
               VALUE  " PRODUTO:".
           05  LINE 11  COLUMN 01
               VALUE  " ESTOQUE ATUAL:".
           05  LINE 12  COLUMN 01
               VALUE  " QUANTIDADE COMPRADA:".
           05  LINE 12  COLUMN 41
               VALUE  " QUANTIDADE RECEBIDA:".
           05  LINE 13  COLUMN 01
               VALUE  " JA DEVOLVIDA:".
           05  LINE 13  COLUMN 41
               VALUE  " PRECO UNITARIO:".
           05  LINE 15  COLUMN 01
               VALUE  " QUANTIDADE A DEVOLVER:".
           05  LINE 16  COLUMN 01
               VALUE  " LOTE (BRANCO = SEM LOTE):".
           05  LINE 17  COLUMN 01
               VALUE  " MOTIVO:".
           05  LINE 19  COLUMN 01
               VALUE  " TOTAL DEVOLVIDO:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCODFILIAL
               LINE 03  COLUMN 10  PIC 9(02)
               USING  CODFILIAL.
           05  TCODCOMPRA
               LINE 04  COLUMN 17  PIC 9(06)
               USING  CODCOMPRA.
           05  TNUMDEV
               LINE 04  COLUMN 63  PIC 9(06)
               USING  NUMDEVW.
           05  TFORN
               LINE 06  COLUMN 14  PIC 9(06)
               USING  FORNCOMPRA.
           05  TNOMEFORN
               LINE 06  COLUMN 22  PIC X(30)
               USING  NOME.
           05  TTOTALCOMPRA
               LINE 07  COLUMN 19  PIC 999999.999
               USING  TOTALCOMPRA.
           05  TITEMSEQ
               LINE 09  COLUMN 20  PIC 9(03)
               USING  ITEMSEQ.
           05  TPRODUTO
               LINE 10  COLUMN 11  PIC 9(06)
               USING  PRODUTOCOMPITEM.
           05  TPRODESC
               LINE 10  COLUMN 19  PIC X(30)
               USING  DESCR.
           05  TQUANTEST
               LINE 11  COLUMN 17  PIC 9(05)
               USING  QUANTEST.
           05  TQTDCOMP
               LINE 12  COLUMN 23  PIC 9(04)
               USING  QUANTCOMPITEM.
           05  TQTDREC
               LINE 12  COLUMN 63  PIC 9(04)
               USING  QTDRECEB.
           05  TQTDJADEV
               LINE 13  COLUMN 16  PIC 9(05)
               USING  QTDJADEV.
           05  TPRECO
               LINE 13  COLUMN 58  PIC 999999.999
               USING  PRECOCOMPITEM.
           05  TQTDDEV
               LINE 15  COLUMN 25  PIC 9(04)
               USING  QTDDEV.
           05  TLOTE
               LINE 16  COLUMN 28  PIC X(10)
               USING  LOTEW.
           05  TMOTIVO
               LINE 17  COLUMN 10  PIC X(30)
               USING  MOTIVOW.
           05  TTOTALDEV
               LINE 19  COLUMN 19  PIC 9999999.999
               USING  TOTALMOSTRA.

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-ABRE1.
           OPEN INPUT CADCOMPRA
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADCOMPRA NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO COMPRA =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN INPUT CADCOMPITEM
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADCOMPITEM NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ITEM =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE3.
           OPEN INPUT CADFORN
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADFORN NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FORN " TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE4.
           OPEN I-O CADPROD
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADPROD NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO " TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE5.
           OPEN INPUT CADCONF
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADCONF NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONF =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE6.
           OPEN I-O CADLOTE
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADLOTE
                 CLOSE CADLOTE
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE6
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO LOTE =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE7.
           OPEN I-O CADPAG
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADPAG
                 CLOSE CADPAG
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE7
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PAGAR =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE8.
           OPEN I-O CADCREDF
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADCREDF
                 CLOSE CADCREDF
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE8
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CREDF =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE9.
           OPEN EXTEND MOVEST
           IF ERRO NOT = "00" AND ERRO NOT = "05"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MOVEST =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-ABRE10.
           OPEN EXTEND CADDEVF
           IF ERRO NOT = "00" AND ERRO NOT = "05"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DEVF =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-INICIO.
           MOVE ZEROS TO CODFILIAL CODCOMPRA FORNCOMPRA TOTALCOMPRA
           ITEMSEQ PRODUTOCOMPITEM QUANTCOMPITEM PRECOCOMPITEM
           QUANTEST QTDRECEB QTDJADEV QTDDEV NUMDEVW TOTALDEV
           TOTALMOSTRA QTDITENSDEV.
           MOVE SPACES TO NOME DESCR LOTEW MOTIVOW.
           DISPLAY TELADEVF.

       FN-FILIAL.
           ACCEPT TCODFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-COMPRA.
           ACCEPT TCODCOMPRA.
           READ CADCOMPRA
           IF ERRO NOT = "00"
               MOVE " COMPRA NAO ENCONTRADA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-INICIO.
           IF FORNCOMPRA = ZEROS
               MOVE " COMPRA SEM FORNECEDOR - NAO PERMITIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-INICIO.
           MOVE CODFILIAL TO CODFILFORN.
           MOVE FORNCOMPRA TO CODFORN.
           READ CADFORN
               INVALID KEY MOVE SPACES TO NOME.
           MOVE CODFILIAL TO FILIALW.
           MOVE FORNCOMPRA TO FORNW.
           MOVE CODCOMPRA TO COMPRAW.
           DISPLAY TELADEVF.

       FN-ITEMSEQ.
           MOVE ZEROS TO PRODUTOCOMPITEM QUANTCOMPITEM PRECOCOMPITEM
           QUANTEST QTDRECEB QTDJADEV QTDDEV.
           MOVE SPACES TO DESCR LOTEW.
           DISPLAY TELADEVF.
           ACCEPT TITEMSEQ.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-ENCERRA.
           MOVE FILIALW TO FILIALCOMPITEM.
           MOVE COMPRAW TO COMPRAITEM.
           READ CADCOMPITEM
           IF ERRO NOT = "00"
               MOVE " ITEM NAO ENCONTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEMSEQ.
           MOVE FILIALW TO FILIALCONF.
           MOVE COMPRAW TO COMPRACONF.
           MOVE ITEMSEQ TO ITEMCONF.
           READ CADCONF
           IF ERRO NOT = "00"
               MOVE " ITEM AINDA NAO RECEBIDO NA CONFERENCIA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEMSEQ.
           MOVE QTDCONF TO QTDRECEB.
           MOVE FILIALW TO CODFILPROD.
           MOVE PRODUTOCOMPITEM TO CODPROD.
           READ CADPROD
           IF ERRO NOT = "00"
               MOVE " PRODUTO DO ITEM NAO ENCONTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEMSEQ.
           PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM.
           PERFORM FN-SOMA-DEVOLVIDO THRU FN-SOMA-DEVOLVIDO-FIM.
           DISPLAY TELADEVF.
           IF QTDJADEV NOT < QTDRECEB
               MOVE " ITEM JA TOTALMENTE DEVOLVIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEMSEQ.
           COMPUTE SALDODEV = QTDRECEB - QTDJADEV.
           IF SALDODEV > QUANTEST
               MOVE QUANTEST TO SALDODEV.
           IF SALDODEV = ZEROS
               MOVE " PRODUTO SEM ESTOQUE PARA DEVOLVER " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEMSEQ.

       FN-QTDDEV.
           ACCEPT TQTDDEV.
           IF QTDDEV = ZEROS OR QTDDEV > SALDODEV
               MOVE " QUANTIDADE EXCEDE O SALDO A DEVOLVER " TO MENS1
               MOVE SALDODEV TO MENS2
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-QTDDEV.

       FN-LOTE.
           MOVE SPACES TO LOTEW.
           ACCEPT TLOTE.
           IF LOTEW = SPACES
               GO TO FN-MOTIVO.
           MOVE FILIALW TO FILIALLOTE.
           MOVE PRODUTOCOMPITEM TO PRODUTOLOTE.
           MOVE LOTEW TO NUMLOTE.
           READ CADLOTE
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-LOTE.
           IF ERRO NOT = "00"
               MOVE " LOTE NAO ENCONTRADO PARA O PRODUTO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-LOTE.
           REWRITE REGLOTE.
           IF QTDLOTE < QTDDEV
               MOVE " SALDO DO LOTE INSUFICIENTE =>" TO MENS1
               MOVE QTDLOTE TO MENS2
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-LOTE.

       FN-MOTIVO.
           ACCEPT TMOTIVO.
           IF MOTIVOW = SPACES
               MOVE " INFORME O MOTIVO DA DEVOLUCAO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-MOTIVO.

       FN-ITEM.
           DISPLAY (23, 10) "CONFIRMA A DEVOLUCAO DO ITEM? (S/N): ".
           ACCEPT (23, 48) OPC2
           IF OPC2 NOT = "S" AND OPC2 NOT = "N"
               MOVE "DIGITE S OU N" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEM.
           IF OPC2 = "N"
               MOVE "ITEM NAO DEVOLVIDO" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEMSEQ.
           MOVE FILIALW TO CODFILPROD.
           MOVE PRODUTOCOMPITEM TO CODPROD.
           READ CADPROD
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEM.
           IF ERRO NOT = "00"
               MOVE " PRODUTO NAO ENCONTRADO - ITEM NAO DEVOLVIDO "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEMSEQ.
           IF QUANTEST < QTDDEV
               PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM
               MOVE " ESTOQUE INSUFICIENTE - ITEM NAO DEVOLVIDO "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEMSEQ.
           IF LOTEW NOT = SPACES
               PERFORM FN-BAIXA-LOTE THRU FN-BAIXA-LOTE-FIM.
           IF LOTEW NOT = SPACES AND ERRO NOT = "00"
               PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM
               MOVE " SALDO DO LOTE INSUFICIENTE - NAO DEVOLVIDO "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEMSEQ.
           SUBTRACT QTDDEV FROM QUANTEST.
           PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM.
           IF NUMDEVW = ZEROS
               PERFORM FN-PROXNUM THRU FN-PROXNUM-FIM
               PERFORM FN-ABRE-REL THRU FN-ABRE-REL-FIM.
           PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM.
           COMPUTE VALORDEV ROUNDED = PRECOCOMPITEM * QTDDEV.
           ADD VALORDEV TO TOTALDEV.
           MOVE TOTALDEV TO TOTALMOSTRA.
           ADD 1 TO QTDITENSDEV.
           PERFORM FN-GRAVA-DEVF THRU FN-GRAVA-DEVF-FIM.
           PERFORM FN-IMPRIME-ITEM THRU FN-IMPRIME-ITEM-FIM.
           DISPLAY TELADEVF.
           MOVE " ITEM DEVOLVIDO " TO MENS
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-ITEMSEQ.

       FN-ENCERRA.
           IF QTDITENSDEV = ZEROS
               MOVE " NENHUM ITEM DEVOLVIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-INICIO.
           MOVE TOTALDEV TO CREDITODEV.
           MOVE ZEROS TO ABATIDODEV.
           PERFORM FN-ABATE-COMPRA THRU FN-ABATE-COMPRA-FIM.
           COMPUTE ABATIDODEV = TOTALDEV - CREDITODEV.
           IF CREDITODEV > ZEROS
               PERFORM FN-CREDITO-FORN THRU FN-CREDITO-FORN-FIM.
           PERFORM FN-IMPRIME-TOTAIS THRU FN-IMPRIME-TOTAIS-FIM.
           IF CREDITODEV > ZEROS
               MOVE " VALOR LANCADO COMO CREDITO DO FORNECEDOR " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
           ELSE
               MOVE " VALOR ABATIDO DAS PARCELAS A PAGAR " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-INICIO.

       FN-ABATE-COMPRA.
           MOVE FILIALW TO FILIALPAG.
           MOVE FORNW TO FORNPAG.
           MOVE COMPRAW TO COMPRAPAG.
           MOVE ZEROS TO PARCELAPAG.
           START CADPAG KEY IS NOT LESS THAN CHAVEPAG
               INVALID KEY GO TO FN-ABATE-COMPRA-FIM.
       FN-ABATE-COMPRA-LOOP.
           IF CREDITODEV = ZEROS
               GO TO FN-ABATE-COMPRA-FIM.
           READ CADPAG NEXT RECORD
               AT END GO TO FN-ABATE-COMPRA-FIM.
           IF FILIALPAG NOT = FILIALW OR FORNPAG NOT = FORNW
               OR COMPRAPAG NOT = COMPRAW
               GO TO FN-ABATE-COMPRA-FIM.
           IF PAGAMENTO-PAGO
               REWRITE REGPAG
               GO TO FN-ABATE-COMPRA-LOOP.
           PERFORM FN-ABATE-PARCELA THRU FN-ABATE-PARCELA-FIM.
           GO TO FN-ABATE-COMPRA-LOOP.
       FN-ABATE-COMPRA-FIM.
           EXIT.

       FN-ABATE-PARCELA.
           IF CREDITODEV NOT < VALORPAG
               SUBTRACT VALORPAG FROM CREDITODEV
               MOVE "P" TO SITPAG
               MOVE DATAHOJE TO DATAPAGPAG
               MOVE ZEROS TO VALORPAGPAG
           ELSE
               SUBTRACT CREDITODEV FROM VALORPAG
               MOVE ZEROS TO CREDITODEV.
       FN-ABATE-PARCELA-GRAVA.
           REWRITE REGPAG
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ABATE-PARCELA-GRAVA.
       FN-ABATE-PARCELA-FIM.
           EXIT.

       FN-CREDITO-FORN.
           MOVE FILIALW TO FILIALCREDF.
           MOVE FORNW TO FORNCREDF.
           READ CADCREDF
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CREDITO-FORN.
           IF ERRO = "00"
               ADD CREDITODEV TO SALDOCREDF
               MOVE DATAHOJE TO DATACREDF
               MOVE OPCODLOG TO OPERCREDF
               REWRITE REGCREDF
               GO TO FN-CREDITO-FORN-FIM.
           MOVE FILIALW TO FILIALCREDF.
           MOVE FORNW TO FORNCREDF.
           MOVE CREDITODEV TO SALDOCREDF.
           MOVE DATAHOJE TO DATACREDF.
           MOVE OPCODLOG TO OPERCREDF.
           WRITE REGCREDF.
       FN-CREDITO-FORN-FIM.
           EXIT.

       FN-BAIXA-LOTE.
           MOVE FILIALW TO FILIALLOTE.
           MOVE PRODUTOCOMPITEM TO PRODUTOLOTE.
           MOVE LOTEW TO NUMLOTE.
           READ CADLOTE
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-BAIXA-LOTE.
           IF ERRO NOT = "00"
               GO TO FN-BAIXA-LOTE-FIM.
           IF QTDLOTE < QTDDEV
               REWRITE REGLOTE
               MOVE "23" TO ERRO
               GO TO FN-BAIXA-LOTE-FIM.
           SUBTRACT QTDDEV FROM QTDLOTE.
           REWRITE REGLOTE.
       FN-BAIXA-LOTE-FIM.
           EXIT.

       FN-REWRITE-PROD.
           REWRITE REGPROD
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-REWRITE-PROD.
       FN-REWRITE-PROD-FIM.
           EXIT.

       FN-GRAVA-MOV.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
           MOVE CODFILPROD TO FILIALMOV.
           MOVE CODPROD TO PRODUTOMOV.
           MOVE DATAHOJE TO DATAMOV.
           MOVE HORAW TO HORAMOV.
           MOVE OPCODLOG TO OPERADORMOV.
           MOVE "F" TO TIPOMOV.
           MOVE NUMDEVW TO DOCMOV.
           MOVE QTDDEV TO QTDMOV.
           MOVE QUANTEST TO SALDOMOV.
           MOVE LOTEW TO LOTEMOV.
           WRITE REGMOV.
       FN-GRAVA-MOV-FIM.
           EXIT.

       FN-SOMA-DEVOLVIDO.
           MOVE ZEROS TO QTDJADEV.
           CLOSE CADDEVF.
           OPEN INPUT CADDEVF
           IF ERRO NOT = "00"
               GO TO FN-SOMA-DEVOLVIDO-REABRE.
       FN-SOMA-DEVOLVIDO-LOOP.
           READ CADDEVF
               AT END GO TO FN-SOMA-DEVOLVIDO-FECHA.
           IF FILIALDEVF NOT = FILIALW
               GO TO FN-SOMA-DEVOLVIDO-LOOP.
           IF COMPRADEVF NOT = COMPRAW
               GO TO FN-SOMA-DEVOLVIDO-LOOP.
           IF ITEMDEVF NOT = ITEMSEQ
               GO TO FN-SOMA-DEVOLVIDO-LOOP.
           ADD QTDDEVFREG TO QTDJADEV.
           GO TO FN-SOMA-DEVOLVIDO-LOOP.
       FN-SOMA-DEVOLVIDO-FECHA.
           CLOSE CADDEVF.
       FN-SOMA-DEVOLVIDO-REABRE.
           OPEN EXTEND CADDEVF.
       FN-SOMA-DEVOLVIDO-FIM.
           EXIT.

       FN-PROXNUM.
           MOVE ZEROS TO MAXNUMDEV.
           CLOSE CADDEVF.
           OPEN INPUT CADDEVF
           IF ERRO NOT = "00"
               GO TO FN-PROXNUM-REABRE.
       FN-PROXNUM-LOOP.
           READ CADDEVF
               AT END GO TO FN-PROXNUM-FECHA.
           IF FILIALDEVF NOT = FILIALW
               GO TO FN-PROXNUM-LOOP.
           IF NUMDEVF > MAXNUMDEV
               MOVE NUMDEVF TO MAXNUMDEV.
           GO TO FN-PROXNUM-LOOP.
       FN-PROXNUM-FECHA.
           CLOSE CADDEVF.
       FN-PROXNUM-REABRE.
           OPEN EXTEND CADDEVF.
           ADD 1 TO MAXNUMDEV GIVING NUMDEVW.
           DISPLAY TNUMDEV.
       FN-PROXNUM-FIM.
           EXIT.

       FN-GRAVA-DEVF.
           MOVE FILIALW TO FILIALDEVF.
           MOVE NUMDEVW TO NUMDEVF.
           MOVE COMPRAW TO COMPRADEVF.
           MOVE ITEMSEQ TO ITEMDEVF.
           MOVE FORNW TO FORNDEVF.
           MOVE DATAHOJE TO DATADEVF.
           MOVE HORAW TO HORADEVF.
           MOVE OPCODLOG TO OPERADORDEVF.
           MOVE PRODUTOCOMPITEM TO PRODUTODEVF.
           MOVE QTDDEV TO QTDDEVFREG.
           MOVE LOTEW TO LOTEDEVF.
           MOVE VALORDEV TO VALORDEVFREG.
           MOVE MOTIVOW TO MOTIVODEVF.
           WRITE REGDEVF.
       FN-GRAVA-DEVF-FIM.
           EXIT.

       FN-ABRE-REL.
           MOVE "N" TO RELABERTO.
           OPEN OUTPUT RELDEVF
           IF ERRO2 NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQ RELDEVF =>" TO MENS1
               MOVE ERRO2 TO MENS2
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ABRE-REL-FIM.
           MOVE "S" TO RELABERTO.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           MOVE DIAHOJE TO DIAIMP.
           MOVE MESHOJE TO MESIMP.
           MOVE ANOHOJE TO ANOIMP.
           MOVE FILIALW TO LCFILIAL.
           MOVE NUMDEVW TO LCNUMERO.
           MOVE DATAIMPN TO LCDATA.
           WRITE LINHADEVF FROM LINCAB1.
           MOVE FORNW TO LCFORN.
           MOVE NOME TO LCNOMEFORN.
           MOVE CNPJCPF TO LCCNPJ.
           WRITE LINHADEVF FROM LINCAB2.
           MOVE COMPRAW TO LCCOMPRA.
           WRITE LINHADEVF FROM LINCAB3.
           WRITE LINHADEVF FROM LINBRANCO.
           WRITE LINHADEVF FROM LINCAB4.
           WRITE LINHADEVF FROM LINBRANCO.
       FN-ABRE-REL-FIM.
           EXIT.

       FN-IMPRIME-ITEM.
           IF RELABERTO NOT = "S"
               GO TO FN-IMPRIME-ITEM-FIM.
           MOVE ITEMSEQ TO LDITEM.
           MOVE PRODUTOCOMPITEM TO LDPROD.
           MOVE DESCR TO LDDESCR.
           MOVE QTDDEV TO LDQTD.
           MOVE LOTEW TO LDLOTE.
           MOVE PRECOCOMPITEM TO LDUNIT.
           MOVE VALORDEV TO LDTOTAL.
           WRITE LINHADEVF FROM LINDET.
           MOVE MOTIVOW TO LMMOTIVO.
           WRITE LINHADEVF FROM LINMOTIVO.
       FN-IMPRIME-ITEM-FIM.
           EXIT.

       FN-IMPRIME-TOTAIS.
           IF RELABERTO NOT = "S"
               GO TO FN-IMPRIME-TOTAIS-FIM.
           WRITE LINHADEVF FROM LINBRANCO.
           MOVE TOTALDEV TO LTTOTAL.
           WRITE LINHADEVF FROM LINTOT1.
           MOVE ABATIDODEV TO LTABATIDO.
           WRITE LINHADEVF FROM LINTOT2.
           MOVE CREDITODEV TO LTCREDITO.
           WRITE LINHADEVF FROM LINTOT3.
           WRITE LINHADEVF FROM LINBRANCO.
           WRITE LINHADEVF FROM LINBRANCO.
           WRITE LINHADEVF FROM LINASSIN1.
           CLOSE RELDEVF.
           MOVE "N" TO RELABERTO.
           MOVE OPCODLOG TO OPERRELSP.
           CALL "SVP068" USING SPOOLPED.
           CANCEL "SVP068".
       FN-IMPRIME-TOTAIS-FIM.
           EXIT.

       FN-MENS.
           MOVE ZEROS TO CONTADOR.
       FN-MENS2.
           DISPLAY (23, 12) MENS.
       FN-MENS3.
           ADD 1 TO CONTADOR
           IF CONTADOR < 800
               GO TO FN-MENS3
           ELSE
               MOVE SPACES TO MENS
               DISPLAY (23, 12) MENS.
       FN-MENS-FIM.
           EXIT.

       FN-FIM.
           CLOSE CADCOMPRA.
           CLOSE CADCOMPITEM.
           CLOSE CADFORN.
           CLOSE CADPROD.
           CLOSE CADCONF.
           CLOSE CADLOTE.
           CLOSE CADPAG.
           CLOSE CADCREDF.
           CLOSE MOVEST.
           CLOSE CADDEVF.
           EXIT PROGRAM.
