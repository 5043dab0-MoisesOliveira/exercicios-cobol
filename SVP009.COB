           03 FILLER PIC X(21) VALUE " PEDIDOS DIVERGENTES:".
           03 LRTOTDIVERG PIC ZZZZ9.

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
       FN-INICIO.
           MOVE ZEROS TO RCPRM.

       FN-ABRE1.
           OPEN INPUT CADPEDIDO
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
                 DISPLAY " ARQUIVO CADITEM NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ITEM =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADPROD NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PROD =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.
           OPEN OUTPUT RELRECON
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELRECON =>" ERRO2
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM.

       FN-CABECALHO.
