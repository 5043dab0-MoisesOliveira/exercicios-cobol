       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP103.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALOCANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEALOCA
               FILE STATUS  IS ERRO.

           SELECT CADALOCNOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEALOC
               FILE STATUS  IS ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD  CADALOCANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADALOC.DAT".
       01  REGALOCANT.
           03 CHAVEALOCA.
               05 FILIALALOCA PIC 9(02).
               05 PEDIDOALOCA PIC 9(06).
               05 ITEMALOCA PIC 9(03).
               05 SEQALOCA PIC 9(02).
           03 LOTEALOCA PIC X(10).
           03 QTDALOCA PIC 9(04).

       FD  CADALOCNOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADALOCNV.DAT".
       01  REGALOC.
           03 CHAVEALOC.
               05 FILIALALOC PIC 9(02).
               05 PEDIDOALOC PIC 9(06).
               05 ITEMALOC PIC 9(03).
               05 SEQALOC PIC 9(02).
           03 LOTEALOC PIC X(10).
           03 QTDALOC PIC 9(04).
           03 PRODALOC PIC 9(06).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  TOTCONV PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
      *
       FN-ABRE1.
           OPEN INPUT CADALOCANT
           IF ERRO NOT = "00"
                 DISPLAY " ARQUIVO CADALOC.DAT NAO ENCONTRADO "
                 GO TO FN-FIM2.

       FN-ABRE2.
           OPEN OUTPUT CADALOCNOV
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ CADALOCNV =>" ERRO2
                 GO TO FN-FIM.

       FN-CONVERTE.
           READ CADALOCANT NEXT
               AT END GO TO FN-FIM.
           MOVE FILIALALOCA TO FILIALALOC.
           MOVE PEDIDOALOCA TO PEDIDOALOC.
           MOVE ITEMALOCA TO ITEMALOC.
           MOVE SEQALOCA TO SEQALOC.
           MOVE LOTEALOCA TO LOTEALOC.
           MOVE QTDALOCA TO QTDALOC.
           MOVE ZEROS TO PRODALOC.
           WRITE REGALOC
               INVALID KEY
                 DISPLAY "ERRO NA GRAVACAO DO ARQ CADALOCNV =>" ERRO2
                 GO TO FN-FIM.
           ADD 1 TO TOTCONV.
           GO TO FN-CONVERTE.

       FN-FIM.
           CLOSE CADALOCANT.
           CLOSE CADALOCNOV.
           DISPLAY " ALOCACOES DE LOTE CONVERTIDAS: " TOTCONV.
           DISPLAY " SUBSTITUA CADALOC.DAT POR CADALOCNV.DAT ".
       FN-FIM2.
           EXIT PROGRAM.
