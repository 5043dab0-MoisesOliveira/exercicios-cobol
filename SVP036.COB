               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CADCONT
           03 SALDOMOV PIC 9(05).
           03 LOTEMOV PIC X(10).

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

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  FILIALSEL PIC 9(02) VALUE ZEROS.
       01  TOTAJUSTE PIC 9(05) VALUE ZEROS.
       01  DATAMOVW PIC 9(08) VALUE ZEROS.
       01  HORAMOVW PIC 9(06) VALUE ZEROS.
       01  LOCALOK PIC X(01) VALUE "N".
       01  LOCALIZADOW PIC 9(07) VALUE ZEROS.
       01  EXCESSOW PIC 9(07) VALUE ZEROS.
       01  SEQW PIC 9(05) VALUE ZEROS.
       01  SEQESCW PIC 9(05) VALUE ZEROS.
       01  ACHOUW PIC X(01) VALUE "N".
       01  CHAVEESCW PIC X(25) VALUE SPACES.
       01  TOTLOCAJ PIC 9(05) VALUE ZEROS.

       LINKAGE SECTION.
       01  OPERLOG.
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVEST =>" ERRO
                 GO TO FN-FIM.

       FN-ABRE4.
           MOVE "N" TO LOCALOK.
           OPEN INPUT CADLOCAL
           IF ERRO NOT = "00"
               GO TO FN-POSICIONA.
           OPEN I-O CADESTLOC
           IF ERRO NOT = "00"
               CLOSE CADLOCAL
               GO TO FN-POSICIONA.
           MOVE "S" TO LOCALOK.

       FN-POSICIONA.
           MOVE FILIALSEL TO FILIALCONT.
           MOVE ZEROS TO PRODUTOCONT.
           MOVE QUANTEST TO SALDOMOV.
           MOVE SPACES TO LOTEMOV.
           WRITE REGMOV.
           IF LOCALOK = "S"
               PERFORM FN-AJUSTA-LOCAL THRU FN-AJUSTA-LOCAL-FIM.
           MOVE "A" TO SITCONT.
           REWRITE REGCONT.
           ADD 1 TO TOTAJUSTE.
           GO TO FN-APLICA.

       FN-AJUSTA-LOCAL.
           PERFORM FN-LOCALIZADO THRU FN-LOCALIZADO-FIM.
           IF DIFQTD > ZERO
               GO TO FN-AJUSTA-LOCAL-SOBRA.
           IF LOCALIZADOW NOT > QUANTEST
               GO TO FN-AJUSTA-LOCAL-FIM.
           COMPUTE EXCESSOW = LOCALIZADOW - QUANTEST.
           IF EXCESSOW > ZERO - DIFQTD
               COMPUTE EXCESSOW = ZERO - DIFQTD.
       FN-AJUSTA-LOCAL-BAIXA.
           IF EXCESSOW = ZEROS
               GO TO FN-AJUSTA-LOCAL-FIM.
           PERFORM FN-MAIOR-SEQ THRU FN-MAIOR-SEQ-FIM.
           IF ACHOUW NOT = "S"
               GO TO FN-AJUSTA-LOCAL-FIM.
           MOVE CHAVEESCW TO CHAVEESTLOC.
           READ CADESTLOC
           IF ERRO NOT = "00"
               GO TO FN-AJUSTA-LOCAL-FIM.
           IF QTDEL > EXCESSOW
               SUBTRACT EXCESSOW FROM QTDEL
               REWRITE REGESTLOC
               MOVE ZEROS TO EXCESSOW
           ELSE
               SUBTRACT QTDEL FROM EXCESSOW
               DELETE CADESTLOC RECORD.
           ADD 1 TO TOTLOCAJ.
           GO TO FN-AJUSTA-LOCAL-BAIXA.
       FN-AJUSTA-LOCAL-SOBRA.
           IF LOCALIZADOW + DIFQTD > QUANTEST
               GO TO FN-AJUSTA-LOCAL-FIM.
           PERFORM FN-MENOR-SEQ THRU FN-MENOR-SEQ-FIM.
           IF ACHOUW NOT = "S"
               GO TO FN-AJUSTA-LOCAL-FIM.
           MOVE CHAVEESCW TO CHAVEESTLOC.
           READ CADESTLOC
           IF ERRO NOT = "00"
               GO TO FN-AJUSTA-LOCAL-FIM.
           ADD DIFQTD TO QTDEL.
           REWRITE REGESTLOC.
           ADD 1 TO TOTLOCAJ.
       FN-AJUSTA-LOCAL-FIM.
           EXIT.

       FN-LOCALIZADO.
           MOVE ZEROS TO LOCALIZADOW.
           PERFORM FN-INICIO-PROD THRU FN-INICIO-PROD-FIM.
           IF ERRO NOT = "00"
               GO TO FN-LOCALIZADO-FIM.
       FN-LOCALIZADO-LOOP.
           READ CADESTLOC NEXT RECORD
               AT END GO TO FN-LOCALIZADO-FIM.
           IF FILIALEL NOT = CODFILPROD OR PRODEL NOT = CODPROD
               GO TO FN-LOCALIZADO-FIM.
           ADD QTDEL TO LOCALIZADOW.
           GO TO FN-LOCALIZADO-LOOP.
       FN-LOCALIZADO-FIM.
           EXIT.

       FN-MAIOR-SEQ.
           MOVE "N" TO ACHOUW.
           MOVE ZEROS TO SEQESCW.
           PERFORM FN-INICIO-PROD THRU FN-INICIO-PROD-FIM.
           IF ERRO NOT = "00"
               GO TO FN-MAIOR-SEQ-FIM.
       FN-MAIOR-SEQ-LOOP.
           READ CADESTLOC NEXT RECORD
               AT END GO TO FN-MAIOR-SEQ-FIM.
           IF FILIALEL NOT = CODFILPROD OR PRODEL NOT = CODPROD
               GO TO FN-MAIOR-SEQ-FIM.
           IF QTDEL = ZEROS
               GO TO FN-MAIOR-SEQ-LOOP.
           MOVE FILIALEL TO FILIALLOC.
           MOVE ENDEREL TO ENDERLOC.
           READ CADLOCAL
           IF ERRO = "00"
               MOVE SEQLOC TO SEQW
           ELSE
               MOVE 99999 TO SEQW.
           IF ACHOUW = "N" OR SEQW NOT < SEQESCW
               MOVE "S" TO ACHOUW
               MOVE SEQW TO SEQESCW
               MOVE CHAVEESTLOC TO CHAVEESCW.
           GO TO FN-MAIOR-SEQ-LOOP.
       FN-MAIOR-SEQ-FIM.
           EXIT.

       FN-MENOR-SEQ.
           MOVE "N" TO ACHOUW.
           MOVE ZEROS TO SEQESCW.
           PERFORM FN-INICIO-PROD THRU FN-INICIO-PROD-FIM.
           IF ERRO NOT = "00"
               GO TO FN-MENOR-SEQ-FIM.
       FN-MENOR-SEQ-LOOP.
           READ CADESTLOC NEXT RECORD
               AT END GO TO FN-MENOR-SEQ-FIM.
           IF FILIALEL NOT = CODFILPROD OR PRODEL NOT = CODPROD
               GO TO FN-MENOR-SEQ-FIM.
           MOVE FILIALEL TO FILIALLOC.
           MOVE ENDEREL TO ENDERLOC.
           READ CADLOCAL
           IF ERRO NOT = "00"
               GO TO FN-MENOR-SEQ-LOOP.
           IF LOCAL-INATIVO
               GO TO FN-MENOR-SEQ-LOOP.
           IF ACHOUW = "N" OR SEQLOC < SEQESCW
               MOVE "S" TO ACHOUW
               MOVE SEQLOC TO SEQESCW
               MOVE CHAVEESTLOC TO CHAVEESCW.
           GO TO FN-MENOR-SEQ-LOOP.
       FN-MENOR-SEQ-FIM.
           EXIT.

       FN-INICIO-PROD.
           MOVE CODFILPROD TO FILIALEL.
           MOVE CODPROD TO PRODEL.
           MOVE LOW-VALUES TO LOTEEL.
           MOVE SPACES TO RUAEL.
           MOVE ZEROS TO ESTEL NIVELEL.
           START CADESTLOC KEY IS NOT LESS THAN CHAVEESTLOC
               INVALID KEY MOVE "23" TO ERRO.
       FN-INICIO-PROD-FIM.
           EXIT.

       FN-FIM.
           CLOSE CADCONT.
           CLOSE CADPROD.
           CLOSE MOVEST.
           IF LOCALOK = "S"
               CLOSE CADLOCAL CADESTLOC.
       FN-FIM2.
           DISPLAY " AJUSTES APLICADOS: " TOTAJUSTE.
           DISPLAY " AJUSTES DE ENDERECO: " TOTLOCAJ.
           EXIT PROGRAM.
