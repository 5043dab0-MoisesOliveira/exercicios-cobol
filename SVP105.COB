       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP105.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAPROVANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEAPROVA
               FILE STATUS  IS ERRO.

           SELECT CADAPROVNOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEAPROV
               FILE STATUS  IS ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD  CADAPROVANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAPROV.DAT".
       01  REGAPROVANT.
           03 CHAVEAPROVA.
               05 FILIALAPROVA PIC 9(02).
               05 COMPRAAPROVA PIC 9(06).
           03 FORNAPROVA PIC 9(06).
           03 VALORAPROVA PIC 9(06)V9(03).
           03 NUMPARCAPROVA PIC 9(02).
           03 DATAAPROVA PIC 9(08).
           03 OPERAPROVA PIC 9(04).
           03 SITAPROVA PIC X(01).
           03 APROVADORAPROVA PIC 9(04).
           03 DATADECAPROVA PIC 9(08).
           03 MOTIVOAPROVA PIC X(40).

       FD  CADAPROVNOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAPROVNV.DAT".
       01  REGAPROV.
           03 CHAVEAPROV.
               05 FILIALAPROV PIC 9(02).
               05 COMPRAAPROV PIC 9(06).
           03 FORNAPROV PIC 9(06).
           03 VALORAPROV PIC 9(06)V9(03).
           03 NUMPARCAPROV PIC 9(02).
           03 DATAAPROV PIC 9(08).
           03 OPERAPROV PIC 9(04).
           03 SITAPROV PIC X(01).
           03 APROVADORAPROV PIC 9(04).
           03 DATADECAPROV PIC 9(08).
           03 MOTIVOAPROV PIC X(40).
           03 CONDAPROV PIC 9(03).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  TOTCONV PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
      *
       FN-ABRE1.
           OPEN INPUT CADAPROVANT
           IF ERRO NOT = "00"
                 DISPLAY " ARQUIVO CADAPROV.DAT NAO ENCONTRADO "
                 GO TO FN-FIM2.

       FN-ABRE2.
           OPEN OUTPUT CADAPROVNOV
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ CADAPROVNV =>" ERRO2
                 GO TO FN-FIM.

       FN-CONVERTE.
           READ CADAPROVANT NEXT
               AT END GO TO FN-FIM.
           MOVE FILIALAPROVA TO FILIALAPROV.
           MOVE COMPRAAPROVA TO COMPRAAPROV.
           MOVE FORNAPROVA TO FORNAPROV.
           MOVE VALORAPROVA TO VALORAPROV.
           MOVE NUMPARCAPROVA TO NUMPARCAPROV.
           MOVE DATAAPROVA TO DATAAPROV.
           MOVE OPERAPROVA TO OPERAPROV.
           MOVE SITAPROVA TO SITAPROV.
           MOVE APROVADORAPROVA TO APROVADORAPROV.
           MOVE DATADECAPROVA TO DATADECAPROV.
           MOVE MOTIVOAPROVA TO MOTIVOAPROV.
           MOVE ZEROS TO CONDAPROV.
           WRITE REGAPROV
               INVALID KEY
                 DISPLAY "ERRO NA GRAVACAO DO ARQ CADAPROVNV =>" ERRO2
                 GO TO FN-FIM.
           ADD 1 TO TOTCONV.
           GO TO FN-CONVERTE.

       FN-FIM.
           CLOSE CADAPROVANT.
           CLOSE CADAPROVNOV.
           DISPLAY " APROVACOES CONVERTIDAS: " TOTCONV.
           DISPLAY " SUBSTITUA CADAPROV.DAT POR CADAPROVNV.DAT ".
       FN-FIM2.
           EXIT PROGRAM.
