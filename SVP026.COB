           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).
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

       PROCEDURE DIVISION USING OPERLOG PARMJOB.
      *
       FN-INICIO.
           MOVE ZEROS TO RCPRM.

       FN-ABRE1.
           OPEN INPUT CADREC
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADREC NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO RECEBER =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.
           OPEN OUTPUT RELAGING
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELAGING =>" ERRO2
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM.

       FN-CABECALHO.
