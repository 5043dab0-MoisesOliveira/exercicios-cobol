       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP101.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCOND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOND
               FILE STATUS  IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADCOND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOND.DAT".
       01  REGCOND.
           03 CHAVECOND.
               05 CODCOND PIC 9(03).
           03 DESCCOND PIC X(20).
           03 NPARCCOND PIC 9(02).
           03 DIASCONDG.
               05 DIASCOND PIC 9(03) OCCURS 12 TIMES.
           03 ENTRADACOND PIC 9(02)V9(02).
           03 PARCMINCOND PIC 9(06)V9(03).
           03 TIPOAJCOND PIC X(01).
               88 COND-ACRESCIMO VALUE "A".
               88 COND-DESCONTO VALUE "D".
           03 PERCAJCOND PIC 9(02)V9(02).
           03 LIMATRCOND PIC 9(03).
           03 SITCOND PIC X(01).
               88 COND-ATIVA VALUE "A".
               88 COND-INATIVA VALUE "I".

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  INDC PIC 9(02) VALUE ZEROS.
       01  NPARCW PIC 9(02) VALUE ZEROS.
       01  NRESTW PIC 9(02) VALUE ZEROS.
       01  AJUSTEW PIC 9(07)V9(03) VALUE ZEROS.
       01  ENTRADAW PIC 9(07)V9(03) VALUE ZEROS.
       01  RESTOW PIC 9(07)V9(03) VALUE ZEROS.
       01  PARCW PIC 9(07)V9(03) VALUE ZEROS.
       01  ULTW PIC 9(07)V9(03) VALUE ZEROS.
       01  DIASW PIC 9(05) VALUE ZEROS.
       01  DIASMESW PIC 9(02) VALUE ZEROS.
       01  QUOCW PIC 9(04) VALUE ZEROS.
       01  RESTOANOW PIC 9(03) VALUE ZEROS.
       01  DATACALCW PIC 9(08) VALUE ZEROS.
       01  DATACALCR REDEFINES DATACALCW.
           03 ANOCALC PIC 9(04).
           03 MESCALC PIC 9(02).
           03 DIACALC PIC 9(02).
       01  DIAACUMW PIC 9(05) VALUE ZEROS.
       01  TABDIASMES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  TABDIASMESR REDEFINES TABDIASMES.
           03 DIASMES PIC 9(02) OCCURS 12 TIMES.

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING PARMCOND.
      *
       FN-INICIO.
           MOVE ZEROS TO RCPC LIMATRPC NPARCPC TOTALFINPC.
           MOVE SPACES TO DESCPC.
           MOVE 1 TO INDC.
       FN-INICIO-LOOP.
           IF INDC > 12
               GO TO FN-ABRE1.
           MOVE ZEROS TO VENCPC (INDC) VALORPC (INDC).
           ADD 1 TO INDC.
           GO TO FN-INICIO-LOOP.

       FN-ABRE1.
           OPEN INPUT CADCOND
           IF ERRO NOT = "00"
               MOVE 30 TO RCPC
               GO TO FN-FIM2.

       FN-LE-COND.
           MOVE CODCONDPC TO CODCOND.
           READ CADCOND
           IF ERRO NOT = "00"
               MOVE 10 TO RCPC
               GO TO FN-FIM.
           MOVE DESCCOND TO DESCPC.
           MOVE LIMATRCOND TO LIMATRPC.
           IF COND-INATIVA
               MOVE 11 TO RCPC
               GO TO FN-FIM.
           MOVE NPARCCOND TO NPARCW.
           IF NPARCW = ZEROS
               MOVE 1 TO NPARCW.
           IF NPARCW > 12
               MOVE 12 TO NPARCW.

       FN-AJUSTE.
           MOVE TOTALPC TO TOTALFINPC.
           MOVE ZEROS TO AJUSTEW.
           IF PERCAJCOND = ZEROS
               GO TO FN-ENTRADA.
           COMPUTE AJUSTEW ROUNDED = TOTALPC * PERCAJCOND / 100.
           IF COND-ACRESCIMO
               ADD AJUSTEW TO TOTALFINPC
           ELSE IF COND-DESCONTO
               SUBTRACT AJUSTEW FROM TOTALFINPC.

       FN-ENTRADA.
           MOVE ZEROS TO ENTRADAW.
           IF ENTRADACOND = ZEROS OR NPARCW < 2
               GO TO FN-MINIMO.
           COMPUTE ENTRADAW ROUNDED = TOTALFINPC * ENTRADACOND / 100.

       FN-MINIMO.
           IF PARCMINCOND = ZEROS OR TOTALFINPC = ZEROS
               GO TO FN-VALORES.
       FN-MINIMO-LOOP.
           IF NPARCW < 2
               MOVE ZEROS TO ENTRADAW
               GO TO FN-VALORES.
           IF ENTRADAW > ZEROS
               COMPUTE NRESTW = NPARCW - 1
               COMPUTE RESTOW = TOTALFINPC - ENTRADAW
           ELSE
               MOVE NPARCW TO NRESTW
               MOVE TOTALFINPC TO RESTOW.
           DIVIDE RESTOW BY NRESTW GIVING PARCW ROUNDED.
           IF PARCW NOT < PARCMINCOND
               GO TO FN-VALORES.
           SUBTRACT 1 FROM NPARCW.
           GO TO FN-MINIMO-LOOP.

       FN-VALORES.
           MOVE NPARCW TO NPARCPC.
           IF ENTRADAW > ZEROS
               COMPUTE NRESTW = NPARCW - 1
               COMPUTE RESTOW = TOTALFINPC - ENTRADAW
           ELSE
               MOVE NPARCW TO NRESTW
               MOVE TOTALFINPC TO RESTOW.
           DIVIDE RESTOW BY NRESTW GIVING PARCW ROUNDED.
           COMPUTE ULTW = RESTOW - (PARCW * (NRESTW - 1)).
           MOVE 1 TO INDC.
       FN-VALORES-LOOP.
           IF INDC > NPARCW
               GO TO FN-FIM.
           IF INDC = 1 AND ENTRADAW > ZEROS
               MOVE ENTRADAW TO VALORPC (INDC)
           ELSE IF INDC = NPARCW
               MOVE ULTW TO VALORPC (INDC)
           ELSE
               MOVE PARCW TO VALORPC (INDC).
           MOVE DIASCOND (INDC) TO DIASW.
           PERFORM FN-SOMA-DIAS THRU FN-SOMA-DIAS-FIM.
           MOVE DATACALCW TO VENCPC (INDC).
           ADD 1 TO INDC.
           GO TO FN-VALORES-LOOP.

       FN-SOMA-DIAS.
           MOVE DATABASEPC TO DATACALCW.
           COMPUTE DIAACUMW = DIACALC + DIASW.
       FN-SOMA-DIAS-LOOP.
           PERFORM FN-DIAS-MES THRU FN-DIAS-MES-FIM.
           IF DIAACUMW NOT > DIASMESW
               MOVE DIAACUMW TO DIACALC
               GO TO FN-SOMA-DIAS-FIM.
           SUBTRACT DIASMESW FROM DIAACUMW.
           ADD 1 TO MESCALC.
           IF MESCALC > 12
               MOVE 1 TO MESCALC
               ADD 1 TO ANOCALC.
           GO TO FN-SOMA-DIAS-LOOP.
       FN-SOMA-DIAS-FIM.
           EXIT.

       FN-DIAS-MES.
           IF MESCALC < 1 OR MESCALC > 12
               MOVE 30 TO DIASMESW
               GO TO FN-DIAS-MES-FIM.
           MOVE DIASMES (MESCALC) TO DIASMESW.
           IF MESCALC NOT = 2
               GO TO FN-DIAS-MES-FIM.
           DIVIDE ANOCALC BY 4 GIVING QUOCW REMAINDER RESTOANOW.
           IF RESTOANOW NOT = ZEROS
               GO TO FN-DIAS-MES-FIM.
           DIVIDE ANOCALC BY 100 GIVING QUOCW REMAINDER RESTOANOW.
           IF RESTOANOW NOT = ZEROS
               MOVE 29 TO DIASMESW
               GO TO FN-DIAS-MES-FIM.
           DIVIDE ANOCALC BY 400 GIVING QUOCW REMAINDER RESTOANOW.
           IF RESTOANOW = ZEROS
               MOVE 29 TO DIASMESW.
       FN-DIAS-MES-FIM.
           EXIT.

       FN-FIM.
           CLOSE CADCOND.
       FN-FIM2.
           EXIT PROGRAM.
