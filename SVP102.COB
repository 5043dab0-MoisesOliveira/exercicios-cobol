       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP102.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPARAMANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPARAMA
               FILE STATUS  IS ERRO.

           SELECT CADPARAMNOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPARAM
               FILE STATUS  IS ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD  CADPARAMANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01  REGPARAMANT.
           03 CHAVEPARAMA.
               05 FILIALPARA PIC 9(02).
           03 LIMAPROVPARA PIC 9(06)V9(03).
           03 JUROSDIAPARA PIC 9(02)V9(02).
           03 MULTAPARA PIC 9(02)V9(02).
           03 DIASBLOQPARA PIC 9(03).

       FD  CADPARAMNOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAMNV.DAT".
       01  REGPARAM.
           03 CHAVEPARAM.
               05 FILIALPAR PIC 9(02).
           03 LIMAPROVPAR PIC 9(06)V9(03).
           03 JUROSDIAPAR PIC 9(02)V9(02).
           03 MULTAPAR PIC 9(02)V9(02).
           03 DIASBLOQPAR PIC 9(03).
           03 MARGEMMINPAR PIC 9(02)V9(02).
           03 DESCMAXN1PAR PIC 9(02)V9(02).
           03 DESCMAXN2PAR PIC 9(02)V9(02).
           03 LIMPERDAPAR PIC 9(06)V9(03).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  TOTCONV PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
      *
       FN-ABRE1.
           OPEN INPUT CADPARAMANT
           IF ERRO NOT = "00"
                 DISPLAY " ARQUIVO CADPARAM.DAT NAO ENCONTRADO "
                 GO TO FN-FIM2.

       FN-ABRE2.
           OPEN OUTPUT CADPARAMNOV
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ CADPARAMNV =>" ERRO2
                 GO TO FN-FIM.

       FN-CONVERTE.
           READ CADPARAMANT NEXT
               AT END GO TO FN-FIM.
           MOVE FILIALPARA TO FILIALPAR.
           MOVE LIMAPROVPARA TO LIMAPROVPAR.
           MOVE JUROSDIAPARA TO JUROSDIAPAR.
           MOVE MULTAPARA TO MULTAPAR.
           MOVE DIASBLOQPARA TO DIASBLOQPAR.
           MOVE ZEROS TO MARGEMMINPAR DESCMAXN1PAR DESCMAXN2PAR
                         LIMPERDAPAR.
           WRITE REGPARAM
               INVALID KEY
                 DISPLAY "ERRO NA GRAVACAO DO ARQ CADPARAMNV =>" ERRO2
                 GO TO FN-FIM.
           ADD 1 TO TOTCONV.
           GO TO FN-CONVERTE.

       FN-FIM.
           CLOSE CADPARAMANT.
           CLOSE CADPARAMNOV.
           DISPLAY " PARAMETROS CONVERTIDOS: " TOTCONV.
           DISPLAY " SUBSTITUA CADPARAM.DAT POR CADPARAMNV.DAT ".
       FN-FIM2.
           EXIT PROGRAM.
