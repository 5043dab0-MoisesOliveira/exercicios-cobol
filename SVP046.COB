       01  DATAPEDX PIC 9(08) VALUE ZEROS.
       01  CONTCANC PIC 9(06) VALUE ZEROS.

       LINKAGE SECTION.
       01  PARMJOB.
           03 MODOPRM PIC X(01).
               88 JOB-BATCH VALUE "B".
           03 FILIALPRM PIC 9(02).
           03 DATAPRM PIC 9(08).
           03 DATAPRMR REDEFINES DATAPRM.
               05 ANOPRM PIC 9(04).
               05 MESPRM PIC 9(02).
               05 DIAPRM PIC 9(02).
           03 RCPRM PIC 9(02).

       PROCEDURE DIVISION USING PARMJOB.
      *
       FN-PARAMETROS.
           MOVE ZEROS TO RCPRM.
           IF JOB-BATCH
               MOVE FILIALPRM TO FILIALSEL
               MOVE ANOPRM TO ANOAMD
               MOVE MESPRM TO MESAMD
               MOVE DIAPRM TO DIAAMD
               MOVE DIAPRM TO DIADIA
               MOVE MESPRM TO MESDIA
               MOVE ANOPRM TO ANODIA
               GO TO FN-ABRE1.
           DISPLAY " FILIAL: ".
           ACCEPT FILIALSEL.
           DISPLAY " DATA DO FECHAMENTO (DDMMAAAA): ".
                 GO TO FN-ABRE1
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO FECHDIA =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.
           IF ERRO = "00"
               DISPLAY " DIA JA ENCERRADO PARA A FILIAL "
               CLOSE FECHDIA
               MOVE 04 TO RCPRM
               GO TO FN-FIM2.

       FN-ABRE2.
                 GO TO FN-ABRE2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CHKFECH =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADPED NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADCOMPRA NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO COMPRA =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.
