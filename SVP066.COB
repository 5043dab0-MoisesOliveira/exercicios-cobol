           " *** DIVERGENCIA NO CONTROLE - VERIFICAR ***".
       01  LINBRANCO PIC X(80) VALUE SPACES.

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
               PERFORM FN-MES-ANTERIOR THRU FN-MES-ANTERIOR-FIM
               MOVE ANOSEL TO ARQANO
               MOVE MESSEL TO ARQMES
               GO TO FN-ABRE1.
           DISPLAY " ANO A ARQUIVAR (AAAA): ".
           ACCEPT ANOSEL.
           DISPLAY " MES A ARQUIVAR (MM): ".
           OPEN INPUT MOVEST
           IF ERRO NOT = "00"
                 DISPLAY " ARQUIVO MOVEST NAO ENCONTRADO =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2.

       FN-ABRE2.
           IF ERRO NOT = "00" AND ERRO NOT = "05"
                 DISPLAY "ERRO NA ABERTURA DO HISTORICO =>" ERRO
                 CLOSE MOVEST
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2.

       FN-ABRE3.
                 DISPLAY "ERRO NA ABERTURA DO TEMPORARIO =>" ERRO
                 CLOSE MOVEST
                 CLOSE MOVHIST
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2.

       FN-SEPARA.
           OPEN INPUT MOVTMP
           IF ERRO NOT = "00"
                 DISPLAY "ERRO NA REABERTURA DO TEMPORARIO =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2.
           OPEN OUTPUT MOVEST
           IF ERRO NOT = "00"
                 DISPLAY "ERRO NA REGRAVACAO DO MOVEST =>" ERRO
                 CLOSE MOVTMP
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2.
       FN-REGRAVA-LOOP.
           READ MOVTMP
           OPEN OUTPUT RELARQMOV
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ RELARQMOV =>" ERRO2
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2.
           MOVE MESSEL TO LCMES.
           MOVE ANOSEL TO LCANO.
               DISPLAY " CONTROLE CONFERE "
           ELSE
               WRITE LINHAARQ FROM LINERRO
               MOVE 08 TO RCPRM
               DISPLAY " *** DIVERGENCIA NO CONTROLE *** ".
           CLOSE RELARQMOV.

           DISPLAY " ARQUIVADOS: " CTARQ.
           DISPLAY " MANTIDOS..: " CTMANT.
           EXIT PROGRAM.

       FN-MES-ANTERIOR.
           MOVE ANOPRM TO ANOSEL.
           IF MESPRM = 1
               MOVE 12 TO MESSEL
               SUBTRACT 1 FROM ANOSEL
           ELSE
               COMPUTE MESSEL = MESPRM - 1.
       FN-MES-ANTERIOR-FIM.
           EXIT.
