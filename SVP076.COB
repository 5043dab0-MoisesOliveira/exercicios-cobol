       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP076.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECTA
               FILE STATUS  IS ERRO.

           SELECT CADMOVCTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMC
               FILE STATUS  IS ERRO.

           SELECT AUDIT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADCONTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONTA.DAT".
       01  REGCONTA.
           03 CHAVECTA.
               05 FILIALCTA PIC 9(02).
               05 CODCTA PIC 9(03).
           03 DESCRCTA PIC X(30).
           03 TIPOCTA PIC X(01).
               88 CONTA-BANCO VALUE "B".
               88 CONTA-CAIXA VALUE "C".
           03 BANCOCTA PIC 9(03).
           03 AGENCIACTA PIC X(06).
           03 NUMEROCTA PIC X(12).
           03 SALDOINICTA PIC 9(08)V9(03).
           03 SITCTA PIC X(01).
               88 CONTA-ATIVA VALUE "A".
               88 CONTA-INATIVA VALUE "I".

       FD  CADMOVCTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMOVCTA.DAT".
       01  REGMOVCTA.
           03 CHAVEMC.
               05 FILIALMC PIC 9(02).
               05 CONTAMC PIC 9(03).
               05 DATAMC PIC 9(08).
               05 SEQMC PIC 9(04).
           03 TIPOMC PIC X(01).
               88 MOV-CREDITO VALUE "C".
               88 MOV-DEBITO VALUE "D".
           03 VALORMC PIC 9(07)V9(03).
           03 ORIGEMMC PIC X(01).
           03 HISTMC PIC X(30).
           03 DOCMC PIC X(20).
           03 OPERMC PIC 9(04).
           03 CONCMC PIC X(01).
               88 MOV-CONCILIADO VALUE "S".
           03 DATACONCMC PIC 9(08).

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
       01  MOVCTAOK PIC X(01) VALUE "N".
       01  TEMMOV PIC X(01) VALUE "N".
       01  REGANTES PIC X(200) VALUE SPACES.
       01  DATAAUDW PIC 9(08) VALUE ZEROS.
       01  HORAAUDW PIC 9(06) VALUE ZEROS.

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       SCREEN SECTION.

       01  TELACONTA.
           05  LINE 01  COLUMN 01
               VALUE  "                  CADASTRO DE CONTAS BANC".
           05  LINE 01  COLUMN 41
               VALUE  "O/CAIXA".
           05  LINE 03  COLUMN 01
               VALUE  " FILIAL:".
           05  LINE 05  COLUMN 01
               VALUE  " CODIGO DA CONTA:".
           05  LINE 07  COLUMN 01
               VALUE  " DESCRICAO:".
           05  LINE 09  COLUMN 01
               VALUE  " TIPO (B=BANCO C=CAIXA):".
           05  LINE 11  COLUMN 01
               VALUE  " BANCO:".
           05  LINE 11  COLUMN 16
               VALUE  "AGENCIA:".
           05  LINE 11  COLUMN 34
               VALUE  "CONTA CORRENTE:".
           05  LINE 13  COLUMN 01
               VALUE  " SALDO INICIAL:".
           05  LINE 15  COLUMN 01
               VALUE  " SITUACAO (A=ATIVA I=INATIVA):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFILIAL
               LINE 03  COLUMN 10  PIC 9(02)
               USING  FILIALCTA.
           05  TCODCTA
               LINE 05  COLUMN 19  PIC 9(03)
               USING  CODCTA.
           05  TDESCRCTA
               LINE 07  COLUMN 13  PIC X(30)
               USING  DESCRCTA.
           05  TTIPOCTA
               LINE 09  COLUMN 26  PIC X(01)
               USING  TIPOCTA.
           05  TBANCOCTA
               LINE 11  COLUMN 09  PIC 9(03)
               USING  BANCOCTA.
           05  TAGENCIACTA
               LINE 11  COLUMN 25  PIC X(06)
               USING  AGENCIACTA.
           05  TNUMEROCTA
               LINE 11  COLUMN 50  PIC X(12)
               USING  NUMEROCTA.
           05  TSALDOINI
               LINE 13  COLUMN 17  PIC 99999999.999
               USING  SALDOINICTA.
           05  TSITCTA
               LINE 15  COLUMN 32  PIC X(01)
               USING  SITCTA.

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-ABRE1.
           OPEN I-O CADCONTA
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADCONTA
                 CLOSE CADCONTA
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ CONTA =>" TO MENS1
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

       FN-ABRE3.
           MOVE "N" TO MOVCTAOK.
           OPEN INPUT CADMOVCTA
           IF ERRO = "00"
               MOVE "S" TO MOVCTAOK.

       FN-INICIO.
           MOVE ZEROS TO FILIALCTA CODCTA BANCOCTA SALDOINICTA.
           MOVE SPACES TO DESCRCTA TIPOCTA AGENCIACTA NUMEROCTA.
           MOVE "A" TO SITCTA.
           DISPLAY TELACONTA.

       FN-FILIAL.
           ACCEPT TFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-CODCTA.
           MOVE "N" TO MODOREG.
           ACCEPT TCODCTA.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.
           IF CODCTA = ZEROS
               MOVE " CODIGO DA CONTA OBRIGATORIO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CODCTA.

       FN-READ-CONTA.
           READ CADCONTA
           IF ERRO NOT = "23"
               IF ERRO = "00"
                   MOVE "A" TO MODOREG
                   MOVE REGCONTA TO REGANTES
                   DISPLAY TELACONTA
                   MOVE " CONTA JA CADASTRADA " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-OPCOES.

       FN-DESCRCTA.
           ACCEPT TDESCRCTA.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.
           IF DESCRCTA = SPACES
               MOVE " DESCRICAO OBRIGATORIA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-DESCRCTA.

       FN-TIPOCTA.
           ACCEPT TTIPOCTA.
           IF NOT CONTA-BANCO AND NOT CONTA-CAIXA
               MOVE " DIGITE B OU C " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-TIPOCTA.
           IF CONTA-CAIXA
               MOVE ZEROS TO BANCOCTA
               MOVE SPACES TO AGENCIACTA NUMEROCTA
               DISPLAY TELACONTA
               GO TO FN-SALDOINI.

       FN-BANCOCTA.
           ACCEPT TBANCOCTA.
           IF BANCOCTA = ZEROS
               MOVE " INFORME O CODIGO DO BANCO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-BANCOCTA.

       FN-AGENCIACTA.
           ACCEPT TAGENCIACTA.

       FN-NUMEROCTA.
           ACCEPT TNUMEROCTA.
           IF NUMEROCTA = SPACES
               MOVE " INFORME A CONTA CORRENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-NUMEROCTA.

       FN-SALDOINI.
           IF REGISTRO-ALTERACAO
               PERFORM FN-VER-MOV THRU FN-VER-MOV-FIM
               IF TEMMOV = "S"
                   MOVE " CONTA COM MOVIMENTO - SALDO INICIAL MANTIDO "
                       TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-SITUACAO.
           ACCEPT TSALDOINI.

       FN-SITUACAO.
           ACCEPT TSITCTA.
           IF NOT CONTA-ATIVA AND NOT CONTA-INATIVA
               MOVE " DIGITE A OU I " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-SITUACAO.

       FN-REGISTRO.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
           IF OPC = "S"
               IF REGISTRO-ALTERACAO
                   REWRITE REGCONTA
                   PERFORM FN-AUDIT-ALT THRU FN-AUDIT-ALT-FIM
                   GO TO FN-INICIO
               ELSE
                   WRITE REGCONTA
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
           PERFORM FN-VER-MOV THRU FN-VER-MOV-FIM.
           IF TEMMOV = "S"
               MOVE " CONTA COM MOVIMENTO - USE SITUACAO INATIVA "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           DISPLAY (23, 12) "EXCLUIR?".
           ACCEPT (23, 30) OPC-KEY
           IF OPC-KEY = "N" OR "n"
               MOVE " REGISTRO NAO EXCLUIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-INICIO.
           IF OPC-KEY = "S" OR "s"
               MOVE REGCONTA TO REGANTES
               DELETE CADCONTA RECORD
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
               GO TO FN-DESCRCTA
           ELSE IF OPC-KEY = "E"
               GO TO FN-EXCLUIR
           ELSE
               GO TO FN-OPCOES.

       FN-VER-MOV.
           MOVE "N" TO TEMMOV.
           IF MOVCTAOK NOT = "S"
               GO TO FN-VER-MOV-FIM.
           MOVE FILIALCTA TO FILIALMC.
           MOVE CODCTA TO CONTAMC.
           MOVE ZEROS TO DATAMC SEQMC.
           START CADMOVCTA KEY IS NOT LESS THAN CHAVEMC
               INVALID KEY GO TO FN-VER-MOV-FIM.
           READ CADMOVCTA NEXT RECORD
               AT END GO TO FN-VER-MOV-FIM.
           IF FILIALMC = FILIALCTA AND CONTAMC = CODCTA
               MOVE "S" TO TEMMOV.
       FN-VER-MOV-FIM.
           EXIT.

       FN-AUDIT-ALT.
           MOVE "A" TO TIPOAUD.
           MOVE REGCONTA TO DEPOISAUD.
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
           MOVE "CADCONTA" TO ARQAUD.
           MOVE SPACES TO CHAVEAUD.
           MOVE CHAVECTA TO CHAVEAUD.
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
           CLOSE CADCONTA.
           CLOSE AUDIT.
           IF MOVCTAOK = "S"
               CLOSE CADMOVCTA.
           EXIT PROGRAM.
