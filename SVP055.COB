               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADAJCOND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEAJC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADAPROV
           03 APROVADORAPROV PIC 9(04).
           03 DATADECAPROV PIC 9(08).
           03 MOTIVOAPROV PIC X(40).
           03 CONDAPROV PIC 9(03).

       FD  CADCOMPRA
           LABEL RECORD IS STANDARD
           03 VALORPAGPAG PIC 9(06)V9(03).
           03 FORMAPAG PIC 9(02).

       FD  CADAJCOND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAJCOND.DAT".
       01  REGAJCOND.
           03 CHAVEAJC.
               05 FILIALAJC PIC 9(02).
               05 ORIGEMAJC PIC X(01).
                   88 AJC-VENDA VALUE "V".
                   88 AJC-COMPRA VALUE "C".
               05 DOCAJC PIC 9(06).
           03 PARCEIROAJC PIC 9(06).
           03 CONDAJC PIC 9(03).
           03 DATAAJC PIC 9(08).
           03 TOTALAJC PIC 9(06)V9(03).
           03 TOTALFINAJC PIC 9(07)V9(03).
           03 SINALAJC PIC X(01).
               88 AJC-ACRESCIMO VALUE "A".
               88 AJC-DESCONTO VALUE "D".
           03 VALORAJC PIC 9(06)V9(03).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  MENS.
           03 MESVENC PIC 9(02).
           03 DIAVENC PIC 9(02).
       01  VENCNUM REDEFINES VENCW PIC 9(08).
       01  DATACOMPAMD.
           03 ANOCAMD PIC 9(04).
           03 MESCAMD PIC 9(02).
           03 DIACAMD PIC 9(02).
       01  DATACOMPAMDNUM REDEFINES DATACOMPAMD PIC 9(08).
       01  PARMCOND.
           03 CODCONDPC PIC 9(03).
           03 DATABASEPC PIC 9(08).
           03 TOTALPC PIC 9(06)V9(03).
           03 RCPC PIC 9(02).
           03 DESCPC PIC X(20).
           03 LIMATRPC PIC 9(03).
           03 NPARCPC PIC 9(02).
           03 TOTALFINPC PIC 9(07)V9(03).
           03 TABPARCPC OCCURS 12 TIMES.
               05 VENCPC PIC 9(08).
               05 VALORPC PIC 9(06)V9(03).

       LINKAGE SECTION.
       01  OPERLOG.
           ELSE
                 NEXT SENTENCE.

       FN-ABRE5.
           OPEN I-O CADAJCOND
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADAJCOND
                 CLOSE CADAJCOND
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE5
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AJCOND =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-INICIO.
           MOVE ZEROS TO FILIALAPROV COMPRAAPROV FORNAPROV VALORAPROV
           NUMPARCAPROV DATAAPROV OPERAPROV CONDAPROV.
           MOVE SPACES TO NOME DESCSIT.
           DISPLAY TELAAPROV.


       FN-GERA-PARCELAS.
           MOVE DATACOMPRA TO DATACOMPW.
           IF CONDAPROV NOT = ZEROS
               GO TO FN-GERA-PARCELAS-COND.
           DIVIDE TOTALCOMPRA BY NUMPARC GIVING VALORPARC ROUNDED.
           COMPUTE VALORULT =
               TOTALCOMPRA - (VALORPARC * (NUMPARC - 1)).
           MOVE ZEROS TO DATAPAGPAG VALORPAGPAG FORMAPAG.
           WRITE REGPAG.
           GO TO FN-GERA-PARCELAS-LOOP.
       FN-GERA-PARCELAS-COND.
           MOVE CONDAPROV TO CODCONDPC.
           MOVE ANOCOMP TO ANOCAMD.
           MOVE MESCOMP TO MESCAMD.
           MOVE DIACOMP TO DIACAMD.
           MOVE DATACOMPAMDNUM TO DATABASEPC.
           MOVE TOTALCOMPRA TO TOTALPC.
           CALL "SVP101" USING PARMCOND
           CANCEL "SVP101".
           IF RCPC NOT = ZEROS
               MOVE ZEROS TO CONDAPROV
               GO TO FN-GERA-PARCELAS.
           PERFORM FN-GRAVA-AJCOND THRU FN-GRAVA-AJCOND-FIM.
           MOVE NPARCPC TO NUMPARC.
           MOVE ZEROS TO INDPARC.
       FN-GERA-PARCELAS-COND-LOOP.
           ADD 1 TO INDPARC.
           IF INDPARC > NUMPARC
               GO TO FN-GERA-PARCELAS-FIM.
           MOVE CODFILCOMP TO FILIALPAG.
           MOVE FORNCOMPRA TO FORNPAG.
           MOVE CODCOMPRA TO COMPRAPAG.
           MOVE INDPARC TO PARCELAPAG.
           MOVE VENCPC (INDPARC) TO VENCPAG.
           MOVE VALORPC (INDPARC) TO VALORPAG.
           MOVE "A" TO SITPAG.
           MOVE ZEROS TO DATAPAGPAG VALORPAGPAG FORMAPAG.
           WRITE REGPAG.
           GO TO FN-GERA-PARCELAS-COND-LOOP.
       FN-GERA-PARCELAS-FIM.
           EXIT.

       FN-GRAVA-AJCOND.
           IF TOTALFINPC = TOTALPC
               GO TO FN-GRAVA-AJCOND-FIM.
           MOVE CODFILCOMP TO FILIALAJC.
           MOVE "C" TO ORIGEMAJC.
           MOVE CODCOMPRA TO DOCAJC.
           MOVE FORNCOMPRA TO PARCEIROAJC.
           MOVE CODCONDPC TO CONDAJC.
           ACCEPT DATAAJC FROM DATE YYYYMMDD.
           MOVE TOTALPC TO TOTALAJC.
           MOVE TOTALFINPC TO TOTALFINAJC.
           IF TOTALFINPC > TOTALPC
               MOVE "A" TO SINALAJC
               COMPUTE VALORAJC = TOTALFINPC - TOTALPC
           ELSE
               MOVE "D" TO SINALAJC
               COMPUTE VALORAJC = TOTALPC - TOTALFINPC.
           WRITE REGAJCOND
           IF ERRO = "22"
               REWRITE REGAJCOND.
       FN-GRAVA-AJCOND-FIM.
           EXIT.

       FN-MENS.
           MOVE ZEROS TO CONTADOR.
       FN-MENS2.
           CLOSE CADCOMPRA.
           CLOSE CADFORN.
           CLOSE CADPAG.
           CLOSE CADAJCOND.
       FN-FIM2.
           EXIT PROGRAM.
