       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP106.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMANITEMANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMANIA
               FILE STATUS  IS ERRO.

           SELECT CADMANITEMNOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMANI
               FILE STATUS  IS ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD  CADMANITEMANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMANITEM.DAT".
       01  REGMANITEMANT.
           03 CHAVEMANIA.
               05 FILIALMANIA PIC 9(02).
               05 NUMMANIA PIC 9(06).
               05 PEDIDOMANIA PIC 9(06).
           03 CLIENTEMANIA PIC 9(06).
           03 PESOMANIA PIC 9(05)V9(02).
           03 VOLMANIA PIC 9(03)V9(02).
           03 SITMANIA PIC X(01).
           03 MOTIVOMANIA PIC X(40).
           03 DATARETMANIA PIC 9(08).
           03 HORARETMANIA PIC 9(06).
           03 OPERRETMANIA PIC 9(04).

       FD  CADMANITEMNOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMANITEMNV.DAT".
       01  REGMANITEM.
           03 CHAVEMANI.
               05 FILIALMANI PIC 9(02).
               05 NUMMANI PIC 9(06).
               05 PEDIDOMANI PIC 9(06).
           03 CLIENTEMANI PIC 9(06).
           03 PESOMANI PIC 9(05)V9(02).
           03 VOLMANI PIC 9(03)V9(02).
           03 SITMANI PIC X(01).
           03 MOTIVOMANI PIC X(40).
           03 DATARETMANI PIC 9(08).
           03 HORARETMANI PIC 9(06).
           03 OPERRETMANI PIC 9(04).
           03 REENTMANI PIC X(01).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  TOTCONV PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
      *
       FN-ABRE1.
           OPEN INPUT CADMANITEMANT
           IF ERRO NOT = "00"
                 DISPLAY " ARQUIVO CADMANITEM.DAT NAO ENCONTRADO "
                 GO TO FN-FIM2.

       FN-ABRE2.
           OPEN OUTPUT CADMANITEMNOV
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ CADMANITEMNV =>" ERRO2
                 GO TO FN-FIM.

       FN-CONVERTE.
           READ CADMANITEMANT NEXT
               AT END GO TO FN-FIM.
           MOVE FILIALMANIA TO FILIALMANI.
           MOVE NUMMANIA TO NUMMANI.
           MOVE PEDIDOMANIA TO PEDIDOMANI.
           MOVE CLIENTEMANIA TO CLIENTEMANI.
           MOVE PESOMANIA TO PESOMANI.
           MOVE VOLMANIA TO VOLMANI.
           MOVE SITMANIA TO SITMANI.
           MOVE MOTIVOMANIA TO MOTIVOMANI.
           MOVE DATARETMANIA TO DATARETMANI.
           MOVE HORARETMANIA TO HORARETMANI.
           MOVE OPERRETMANIA TO OPERRETMANI.
           MOVE "N" TO REENTMANI.
           WRITE REGMANITEM
               INVALID KEY
                 DISPLAY "ERRO NA GRAVACAO DO ARQ CADMANITEMNV =>"
                         ERRO2
                 GO TO FN-FIM.
           ADD 1 TO TOTCONV.
           GO TO FN-CONVERTE.

       FN-FIM.
           CLOSE CADMANITEMANT.
           CLOSE CADMANITEMNOV.
           DISPLAY " ITENS DE ROMANEIO CONVERTIDOS: " TOTCONV.
           DISPLAY " SUBSTITUA CADMANITEM.DAT POR CADMANITEMNV.DAT ".
       FN-FIM2.
           EXIT PROGRAM.
