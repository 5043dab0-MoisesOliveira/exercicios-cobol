       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP085.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADJOB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEJOB
               FILE STATUS  IS ERRO.

           SELECT AUDIT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADJOB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADJOB.DAT".
       01  REGJOB.
           03 CHAVEJOB.
               05 FILIALJOB PIC 9(02).
               05 CADEIAJOB PIC X(08).
               05 PASSOJOB PIC 9(02).
           03 PROGJOB PIC X(06).
           03 DESCJOB PIC X(30).

       FD  AUDIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AUDIT.DAT".
       01  REGAUDIT.
           03 DATAAUD PIC 9(08).
           03 HORAAUD PIC 9(06).
           03 OPERAUD PIC 9(04).
           03 ARQAUD PIC X(10).
           03 CHAVEAUD PIC X(20).
           03 TIPOAUD PIC X(01).
           03 ANTESAUD PIC X(200).
           03 DEPOISAUD PIC X(200).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  MENS.
           03 MENS1 PIC X(50) VALUE SPACES.
           03 MENS2 PIC ZZZ.
       01  CONTADOR PIC 9(03) VALUE ZERO.
       01  ESC-KEY PIC 9(02) VALUE ZEROS.
       01  OPC-KEY PIC X(02) VALUE SPACES.
       01  OPC PIC X(3).
       01  MODOREG PIC X(01) VALUE "N".
           88 REGISTRO-ALTERACAO VALUE "A".
       01  REGANTES PIC X(200) VALUE SPACES.
       01  DATAAUDW PIC 9(08) VALUE ZEROS.
       01  HORAAUDW PIC 9(06) VALUE ZEROS.
       01  IND PIC 9(02) VALUE ZEROS.
       01  TABCATALOGO.
           03 FILLER PIC X(07) VALUE "SVP009N".
           03 FILLER PIC X(07) VALUE "SVP026O".
           03 FILLER PIC X(07) VALUE "SVP030O".
           03 FILLER PIC X(07) VALUE "SVP045O".
           03 FILLER PIC X(07) VALUE "SVP046N".
           03 FILLER PIC X(07) VALUE "SVP049N".
           03 FILLER PIC X(07) VALUE "SVP066N".
           03 FILLER PIC X(07) VALUE "SVP090O".
           03 FILLER PIC X(07) VALUE "SVP096O".
       01  TABCATALOGOR REDEFINES TABCATALOGO.
           03 ITEMCAT OCCURS 9 TIMES.
               05 PROGCAT PIC X(06).
               05 USOCAT PIC X(01).

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       SCREEN SECTION.

       01  TELAJOB.
           05  LINE 01  COLUMN 01
               VALUE  "                    CADEIAS DE JOBS NOTU".
           05  LINE 01  COLUMN 41
               VALUE  "RNOS".
           05  LINE 03  COLUMN 01
               VALUE  " FILIAL:".
           05  LINE 05  COLUMN 01
               VALUE  " CADEIA:".
           05  LINE 07  COLUMN 01
               VALUE  " PASSO:".
           05  LINE 09  COLUMN 01
               VALUE  " PROGRAMA:".
           05  LINE 11  COLUMN 01
               VALUE  " DESCRICAO:".
           05  LINE 14  COLUMN 01
               VALUE  " PROGRAMAS: SVP009 SVP026 SVP030 SVP045 SV".
           05  LINE 14  COLUMN 43
               VALUE  "P046 SVP049 SVP066 SVP090 SVP096".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFILIAL
               LINE 03  COLUMN 10  PIC 9(02)
               USING  FILIALJOB.
           05  TCADEIA
               LINE 05  COLUMN 10  PIC X(08)
               USING  CADEIAJOB.
           05  TPASSO
               LINE 07  COLUMN 10  PIC 9(02)
               USING  PASSOJOB.
           05  TPROGJOB
               LINE 09  COLUMN 12  PIC X(06)
               USING  PROGJOB.
           05  TDESCJOB
               LINE 11  COLUMN 13  PIC X(30)
               USING  DESCJOB.

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-ABRE1.
           OPEN I-O CADJOB
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADJOB
                 CLOSE CADJOB
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADJOB =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN EXTEND AUDIT
           IF ERRO NOT = "00" AND ERRO NOT = "05"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AUDIT =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-INICIO.
           MOVE ZEROS TO FILIALJOB PASSOJOB.
           MOVE SPACES TO CADEIAJOB PROGJOB DESCJOB.
           MOVE "N" TO MODOREG.
           DISPLAY TELAJOB.

       FN-FILIAL.
           ACCEPT TFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-CADEIA.
           ACCEPT TCADEIA.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-INICIO.
           IF CADEIAJOB = SPACES
               MOVE " NOME DA CADEIA OBRIGATORIO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CADEIA.

       FN-PASSO.
           MOVE "N" TO MODOREG.
           MOVE ZEROS TO PASSOJOB.
           MOVE SPACES TO PROGJOB DESCJOB.
           DISPLAY TELAJOB.
           ACCEPT TPASSO.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-INICIO.
           IF PASSOJOB = ZEROS
               MOVE " PASSO DEVE SER MAIOR QUE ZERO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PASSO.

       FN-READ-JOB.
           READ CADJOB
           IF ERRO NOT = "23"
               IF ERRO = "00"
                   MOVE "A" TO MODOREG
                   MOVE REGJOB TO REGANTES
                   DISPLAY TELAJOB
                   MOVE " PASSO JA CADASTRADO " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-OPCOES.
           MOVE SPACES TO PROGJOB DESCJOB.

       FN-PROGJOB.
           ACCEPT TPROGJOB.
           MOVE 1 TO IND.
       FN-PROGJOB-LOOP.
           IF PROGCAT (IND) = PROGJOB
               GO TO FN-DESCJOB.
           ADD 1 TO IND
           IF IND < 10
               GO TO FN-PROGJOB-LOOP.
           MOVE " PROGRAMA NAO PERMITIDO EM CADEIA " TO MENS
           PERFORM FN-MENS THRU FN-MENS-FIM
           GO TO FN-PROGJOB.

       FN-DESCJOB.
           ACCEPT TDESCJOB.

       FN-REGISTRO.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
           IF OPC = "S"
               IF REGISTRO-ALTERACAO
                   REWRITE REGJOB
                   PERFORM FN-AUDIT-ALT THRU FN-AUDIT-ALT-FIM
                   GO TO FN-PASSO
               ELSE
                   WRITE REGJOB
                   GO TO FN-PASSO
           ELSE
               IF OPC NOT = "N"
                   MOVE "DIGITE S OU N" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-REGISTRO
                ELSE
                    MOVE "REGISTRO NAO GRAVADO" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-PASSO.

       FN-EXCLUIR.
           DISPLAY (23, 12) "EXCLUIR?".
           ACCEPT (23, 30) OPC-KEY
           IF OPC-KEY = "N" OR "n"
               MOVE " REGISTRO NAO EXCLUIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PASSO.
           IF OPC-KEY = "S" OR "s"
               MOVE REGJOB TO REGANTES
               DELETE CADJOB RECORD
               PERFORM FN-AUDIT-EXC THRU FN-AUDIT-EXC-FIM
               MOVE " REGISTRO EXCLUIDO COM SUCESSO" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PASSO.

       FN-OPCOES.
           MOVE "N = NOVO A = ALTERAR E = EXCLUIR" TO MENS
           DISPLAY (23, 12) MENS
           ACCEPT (23, 60) OPC-KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF OPC-KEY = "N"
               GO TO FN-PASSO
           ELSE IF OPC-KEY = "A"
               GO TO FN-PROGJOB
           ELSE IF OPC-KEY = "E"
               GO TO FN-EXCLUIR
           ELSE
               GO TO FN-OPCOES.

       FN-AUDIT-ALT.
           MOVE "A" TO TIPOAUD.
           MOVE REGJOB TO DEPOISAUD.
           PERFORM FN-AUDIT-GRAVA THRU FN-AUDIT-GRAVA-FIM.
       FN-AUDIT-ALT-FIM.
           EXIT.

       FN-AUDIT-EXC.
           MOVE "E" TO TIPOAUD.
           MOVE SPACES TO DEPOISAUD.
           PERFORM FN-AUDIT-GRAVA THRU FN-AUDIT-GRAVA-FIM.
       FN-AUDIT-EXC-FIM.
           EXIT.

       FN-AUDIT-GRAVA.
           ACCEPT DATAAUDW FROM DATE YYYYMMDD.
           ACCEPT HORAAUDW FROM TIME.
           MOVE DATAAUDW TO DATAAUD.
           MOVE HORAAUDW TO HORAAUD.
           MOVE OPCODLOG TO OPERAUD.
           MOVE "CADJOB" TO ARQAUD.
           MOVE SPACES TO CHAVEAUD.
           MOVE CHAVEJOB TO CHAVEAUD.
           MOVE REGANTES TO ANTESAUD.
           WRITE REGAUDIT.
       FN-AUDIT-GRAVA-FIM.
           EXIT.

       FN-MENS.
           MOVE ZEROS TO CONTADOR.
       FN-MENS2.
           DISPLAY (23, 12) MENS.
       FN-MENS3.
           ADD 1 TO CONTADOR
           IF CONTADOR < 800
               GO TO FN-MENS3
           ELSE
               MOVE SPACES TO MENS
               DISPLAY (23, 12) MENS.
       FN-MENS-FIM.
           EXIT.

       FN-FIM.
           CLOSE CADJOB.
           CLOSE AUDIT.
           EXIT PROGRAM.
