       01  VALORCENT PIC 9(09) VALUE ZEROS.
       01  TOTALCENT PIC 9(12) VALUE ZEROS.

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
               GO TO FN-ABRE1.
           DISPLAY " FILIAL: ".
           ACCEPT FILIALSEL.

           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADREC NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO RECEBER =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.
           OPEN OUTPUT REMESSA
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO REMESSA =>" ERRO2
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM.

       FN-HEADER.
