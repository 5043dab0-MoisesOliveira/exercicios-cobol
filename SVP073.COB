       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP073.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEVEIC
               FILE STATUS  IS ERRO.

           SELECT AUDIT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADVEIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVEIC.DAT".
       01  REGVEIC.
           03 CHAVEVEIC.
               05 FILIALVEIC PIC 9(02).
               05 PLACAVEIC PIC X(07).
           03 TRANSPVEIC PIC X(30).
           03 MOTORISTAVEIC PIC X(30).
           03 CAPPESOVEIC PIC 9(05)V9(02).
           03 CAPVOLVEIC PIC 9(03)V9(02).
           03 SITVEIC PIC X(01).
               88 VEICULO-ATIVO VALUE "A".
               88 VEICULO-INATIVO VALUE "I".

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

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       SCREEN SECTION.

       01  TELAVEIC.
           05  LINE 01  COLUMN 01
               VALUE  "                   CADASTRO DE TRANSPORT".
           05  LINE 01  COLUMN 41
               VALUE  "ADORES E VEICULOS".
           05  LINE 03  COLUMN 01
               VALUE  " FILIAL:".
           05  LINE 05  COLUMN 01
               VALUE  " PLACA:".
           05  LINE 07  COLUMN 01
               VALUE  " TRANSPORTADOR:".
           05  LINE 09  COLUMN 01
               VALUE  " MOTORISTA:".
           05  LINE 11  COLUMN 01
               VALUE  " CAPACIDADE PESO (KG):".
           05  LINE 13  COLUMN 01
               VALUE  " CAPACIDADE VOLUME (M3):".
           05  LINE 15  COLUMN 01
               VALUE  " SITUACAO (A=ATIVO I=INATIVO):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFILIAL
               LINE 03  COLUMN 10  PIC 9(02)
               USING  FILIALVEIC.
           05  TPLACA
               LINE 05  COLUMN 09  PIC X(07)
               USING  PLACAVEIC.
           05  TTRANSP
               LINE 07  COLUMN 17  PIC X(30)
               USING  TRANSPVEIC.
           05  TMOTORISTA
               LINE 09  COLUMN 13  PIC X(30)
               USING  MOTORISTAVEIC.
           05  TCAPPESO
               LINE 11  COLUMN 24  PIC 99999.99
               USING  CAPPESOVEIC.
           05  TCAPVOL
               LINE 13  COLUMN 26  PIC 999.99
               USING  CAPVOLVEIC.
           05  TSITVEIC
               LINE 15  COLUMN 32  PIC X(01)
               USING  SITVEIC.

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-ABRE1.
           OPEN I-O CADVEIC
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADVEIC
                 CLOSE CADVEIC
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ VEICULO =>" TO MENS1
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
           MOVE ZEROS TO FILIALVEIC CAPPESOVEIC CAPVOLVEIC.
           MOVE SPACES TO PLACAVEIC TRANSPVEIC MOTORISTAVEIC.
           MOVE "A" TO SITVEIC.
           DISPLAY TELAVEIC.

       FN-FILIAL.
           ACCEPT TFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-PLACA.
           MOVE "N" TO MODOREG.
           ACCEPT TPLACA.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.
           IF PLACAVEIC = SPACES
               MOVE " PLACA OBRIGATORIA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PLACA.

       FN-READ-VEIC.
           READ CADVEIC
           IF ERRO NOT = "23"
               IF ERRO = "00"
                   MOVE "A" TO MODOREG
                   MOVE REGVEIC TO REGANTES
                   DISPLAY TELAVEIC
                   MOVE " VEICULO JA CADASTRADO " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-OPCOES.

       FN-TRANSP.
           ACCEPT TTRANSP.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-MOTORISTA.
           ACCEPT TMOTORISTA.

       FN-CAPPESO.
           ACCEPT TCAPPESO.
           IF CAPPESOVEIC = ZEROS
               MOVE " INFORME A CAPACIDADE DE PESO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CAPPESO.

       FN-CAPVOL.
           ACCEPT TCAPVOL.
           IF CAPVOLVEIC = ZEROS
               MOVE " INFORME A CAPACIDADE DE VOLUME " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CAPVOL.

       FN-SITUACAO.
           ACCEPT TSITVEIC.
           IF NOT VEICULO-ATIVO AND NOT VEICULO-INATIVO
               MOVE " DIGITE A OU I " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-SITUACAO.

       FN-REGISTRO.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
           IF OPC = "S"
               IF REGISTRO-ALTERACAO
                   REWRITE REGVEIC
                   PERFORM FN-AUDIT-ALT THRU FN-AUDIT-ALT-FIM
                   GO TO FN-INICIO
               ELSE
                   WRITE REGVEIC
                   GO TO FN-INICIO
           ELSE
               IF OPC NOT = "N"
                   MOVE "DIGITE S OU N" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-REGISTRO
                ELSE
                    MOVE "REGISTRO NAO GRAVADO" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-FIM.

       FN-EXCLUIR.
           DISPLAY (23, 12) "EXCLUIR?".
           ACCEPT (23, 30) OPC-KEY
           IF OPC-KEY = "N" OR "n"
               MOVE " REGISTRO NAO EXCLUIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-INICIO.
           IF OPC-KEY = "S" OR "s"
               MOVE REGVEIC TO REGANTES
               DELETE CADVEIC RECORD
               PERFORM FN-AUDIT-EXC THRU FN-AUDIT-EXC-FIM
               MOVE " REGISTRO EXCLUIDO COM SUCESSO" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-INICIO.

       FN-OPCOES.
           MOVE "N = NOVO A = ALTERAR E = EXCLUIR" TO MENS
           DISPLAY (23, 12) MENS
           ACCEPT (23, 60) OPC-KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF OPC-KEY = "N"
               GO TO FN-INICIO
           ELSE IF OPC-KEY = "A"
               GO TO FN-TRANSP
           ELSE IF OPC-KEY = "E"
               GO TO FN-EXCLUIR
           ELSE
               GO TO FN-OPCOES.

       FN-AUDIT-ALT.
           MOVE "A" TO TIPOAUD.
           MOVE REGVEIC TO DEPOISAUD.
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
           MOVE "CADVEIC" TO ARQAUD.
           MOVE SPACES TO CHAVEAUD.
           MOVE CHAVEVEIC TO CHAVEAUD.
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
           CLOSE CADVEIC.
           CLOSE AUDIT.
           EXIT PROGRAM.
