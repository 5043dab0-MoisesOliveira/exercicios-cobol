       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP104.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADORCANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEORCA
               FILE STATUS  IS ERRO.

           SELECT CADORCNOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEORC
               FILE STATUS  IS ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD  CADORCANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADORC.DAT".
       01  REGORCANT.
           03 CHAVEORCA.
               05 FILIALORCA PIC 9(02).
               05 CODORCA PIC 9(06).
           03 CLIENTEORCA PIC 9(06).
           03 DATAORCA PIC 9(11).
           03 VALIDADEORCA PIC 9(11).
           03 TOTALORCA PIC 9(06)V9(03).
           03 SITORCA PIC X(01).

       FD  CADORCNOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADORCNV.DAT".
       01  REGORC.
           03 CHAVEORC.
               05 FILIALORC PIC 9(02).
               05 CODORC PIC 9(06).
           03 CLIENTEORC PIC 9(06).
           03 DATAORC PIC 9(11).
           03 VALIDADEORC PIC 9(11).
           03 TOTALORC PIC 9(06)V9(03).
           03 SITORC PIC X(01).
           03 CONDORC PIC 9(03).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  TOTCONV PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
      *
       FN-ABRE1.
           OPEN INPUT CADORCANT
           IF ERRO NOT = "00"
                 DISPLAY " ARQUIVO CADORC.DAT NAO ENCONTRADO "
                 GO TO FN-FIM2.

       FN-ABRE2.
           OPEN OUTPUT CADORCNOV
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ CADORCNV =>" ERRO2
                 GO TO FN-FIM.

       FN-CONVERTE.
           READ CADORCANT NEXT
               AT END GO TO FN-FIM.
           MOVE FILIALORCA TO FILIALORC.
           MOVE CODORCA TO CODORC.
           MOVE CLIENTEORCA TO CLIENTEORC.
           MOVE DATAORCA TO DATAORC.
           MOVE VALIDADEORCA TO VALIDADEORC.
           MOVE TOTALORCA TO TOTALORC.
           MOVE SITORCA TO SITORC.
           MOVE ZEROS TO CONDORC.
           WRITE REGORC
               INVALID KEY
                 DISPLAY "ERRO NA GRAVACAO DO ARQ CADORCNV =>" ERRO2
                 GO TO FN-FIM.
           ADD 1 TO TOTCONV.
           GO TO FN-CONVERTE.

       FN-FIM.
           CLOSE CADORCANT.
           CLOSE CADORCNOV.
           DISPLAY " ORCAMENTOS CONVERTIDOS: " TOTCONV.
           DISPLAY " SUBSTITUA CADORC.DAT POR CADORCNV.DAT ".
       FN-FIM2.
           EXIT PROGRAM.
