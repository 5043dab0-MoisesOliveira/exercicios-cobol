       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP077.
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
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

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

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  MENS.
           03 MENS1 PIC X(50) VALUE SPACES.
           03 MENS2 PIC ZZZ.
       01  CONTADOR PIC 9(03) VALUE ZERO.
       01  ESC-KEY PIC 9(02) VALUE ZEROS.
       01  OPC PIC X(3).
       01  FILIALW PIC 9(02) VALUE ZEROS.
       01  CONTAW PIC 9(03) VALUE ZEROS.
       01  DESCRCTAW PIC X(30) VALUE SPACES.
       01  TIPOCTAW PIC X(01) VALUE SPACES.
       01  CONTADESTW PIC 9(03) VALUE ZEROS.
       01  DESCRDESTW PIC X(30) VALUE SPACES.
       01  TIPOLANW PIC X(01) VALUE SPACES.
           88 LANC-CREDITO VALUE "C".
           88 LANC-DEBITO VALUE "D".
           88 LANC-TRANSF VALUE "T".
       01  VALORW PIC 9(07)V9(03) VALUE ZEROS.
       01  HISTW PIC X(30) VALUE SPACES.
       01  DOCW PIC X(20) VALUE SPACES.
       01  SALDOW PIC S9(09)V9(03) VALUE ZEROS.
       01  SALDOCALC PIC S9(09)V9(03) VALUE ZEROS.
       01  DATALANW PIC 9(08) VALUE ZEROS.
       01  DATALANX.
           03 DIALANX PIC 9(02).
           03 MESLANX PIC 9(02).
           03 ANOLANX PIC 9(04).
       01  DATALANXNUM REDEFINES DATALANX PIC 9(08).
       01  DATALANAMD.
           03 ANOLANAMD PIC 9(04).
           03 MESLANAMD PIC 9(02).
           03 DIALANAMD PIC 9(02).
       01  DATALANAMDNUM REDEFINES DATALANAMD PIC 9(08).

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       SCREEN SECTION.

       01  TELALANC.
           05  LINE 01  COLUMN 01
               VALUE  "                LANCAMENTOS EM CONTAS BANC".
           05  LINE 01  COLUMN 43
               VALUE  "O/CAIXA".
           05  LINE 03  COLUMN 01
               VALUE  " FILIAL:".
           05  LINE 05  COLUMN 01
               VALUE  " CONTA:".
           05  LINE 07  COLUMN 01
               VALUE  " SALDO ATUAL:".
           05  LINE 09  COLUMN 01
               VALUE  " TIPO (C=CREDITO D=DEBITO T=TRANSFERENCIA):".
           05  LINE 11  COLUMN 01
               VALUE  " DATA:".
           05  LINE 13  COLUMN 01
               VALUE  " VALOR:".
           05  LINE 15  COLUMN 01
               VALUE  " HISTORICO:".
           05  LINE 17  COLUMN 01
               VALUE  " DOCUMENTO:".
           05  LINE 19  COLUMN 01
               VALUE  " CONTA DESTINO:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFILIAL
               LINE 03  COLUMN 10  PIC 9(02)
               USING  FILIALW.
           05  TCONTA
               LINE 05  COLUMN 09  PIC 9(03)
               USING  CONTAW.
           05  TDESCRCTA
               LINE 05  COLUMN 14  PIC X(30)
               USING  DESCRCTAW.
           05  TSALDO
               LINE 07  COLUMN 15  PIC -99999999.999
               FROM  SALDOW.
           05  TTIPOLAN
               LINE 09  COLUMN 45  PIC X(01)
               USING  TIPOLANW.
           05  TDATALAN
               LINE 11  COLUMN 08  PIC 99.99.9999
               USING  DATALANW.
           05  TVALOR
               LINE 13  COLUMN 09  PIC 9999999.999
               USING  VALORW.
           05  THIST
               LINE 15  COLUMN 13  PIC X(30)
               USING  HISTW.
           05  TDOC
               LINE 17  COLUMN 13  PIC X(20)
               USING  DOCW.
           05  TCONTADEST
               LINE 19  COLUMN 17  PIC 9(03)
               USING  CONTADESTW.
           05  TDESCRDEST
               LINE 19  COLUMN 22  PIC X(30)
               USING  DESCRDESTW.

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-ABRE1.
           OPEN INPUT CADCONTA
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADCONTA NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONTA =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN I-O CADMOVCTA
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADMOVCTA
                 CLOSE CADMOVCTA
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ MOVTO CONTA =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-INICIO.
           MOVE ZEROS TO FILIALW CONTAW CONTADESTW VALORW SALDOW
           DATALANW.
           MOVE SPACES TO DESCRCTAW DESCRDESTW TIPOLANW HISTW DOCW
           TIPOCTAW.
           DISPLAY TELALANC.

       FN-FILIAL.
           ACCEPT TFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-CONTA.
           ACCEPT TCONTA.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-INICIO.
           MOVE FILIALW TO FILIALCTA.
           MOVE CONTAW TO CODCTA.
           READ CADCONTA
           IF ERRO NOT = "00"
               MOVE " CONTA BANCO/CAIXA NAO CADASTRADA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CONTA.
           IF CONTA-INATIVA
               MOVE " CONTA BANCO/CAIXA INATIVA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CONTA.
           MOVE DESCRCTA TO DESCRCTAW.
           MOVE TIPOCTA TO TIPOCTAW.
           PERFORM FN-SALDO THRU FN-SALDO-FIM.
           MOVE SALDOCALC TO SALDOW.
           DISPLAY TDESCRCTA.
           DISPLAY TSALDO.

       FN-TIPOLAN.
           ACCEPT TTIPOLAN.
           IF NOT LANC-CREDITO AND NOT LANC-DEBITO AND NOT LANC-TRANSF
               MOVE " DIGITE C, D OU T " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-TIPOLAN.

       FN-DATALAN.
           ACCEPT TDATALAN.
           MOVE DATALANW TO DATALANXNUM.
           IF DIALANX < 1 OR DIALANX > 31 OR MESLANX < 1
              OR MESLANX > 12 OR ANOLANX < 2000
               MOVE " DATA INVALIDA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-DATALAN.
           MOVE ANOLANX TO ANOLANAMD.
           MOVE MESLANX TO MESLANAMD.
           MOVE DIALANX TO DIALANAMD.

       FN-VALOR.
           ACCEPT TVALOR.
           IF VALORW = ZEROS
               MOVE " VALOR OBRIGATORIO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-VALOR.
           IF LANC-CREDITO
               GO TO FN-HIST.
           IF TIPOCTAW = "C" AND VALORW > SALDOW
               MOVE " SALDO DO CAIXA INSUFICIENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-VALOR.

       FN-HIST.
           ACCEPT THIST.
           IF HISTW = SPACES
               IF LANC-TRANSF
                   MOVE "TRANSFERENCIA ENTRE CONTAS" TO HISTW
                   DISPLAY THIST
               ELSE
                   MOVE " HISTORICO OBRIGATORIO " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-HIST.

       FN-DOC.
           ACCEPT TDOC.
           IF NOT LANC-TRANSF
               GO TO FN-REGISTRO.

       FN-CONTADEST.
           ACCEPT TCONTADEST.
           IF CONTADESTW = CONTAW
               MOVE " CONTA DESTINO IGUAL A ORIGEM " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CONTADEST.
           MOVE FILIALW TO FILIALCTA.
           MOVE CONTADESTW TO CODCTA.
           READ CADCONTA
           IF ERRO NOT = "00"
               MOVE " CONTA DESTINO NAO CADASTRADA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CONTADEST.
           IF CONTA-INATIVA
               MOVE " CONTA DESTINO INATIVA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CONTADEST.
           MOVE DESCRCTA TO DESCRDESTW.
           DISPLAY TDESCRDEST.

       FN-REGISTRO.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
           IF OPC = "S"
               NEXT SENTENCE
           ELSE
               IF OPC NOT = "N"
                   MOVE "DIGITE S OU N" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-REGISTRO
               ELSE
                   MOVE "LANCAMENTO NAO GRAVADO" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-INICIO.
           IF LANC-TRANSF
               GO TO FN-GRAVA-TRANSF.
           MOVE CONTAW TO CONTAMC.
           MOVE TIPOLANW TO TIPOMC.
           MOVE "M" TO ORIGEMMC.
           PERFORM FN-GRAVA-MOVCTA THRU FN-GRAVA-MOVCTA-FIM.
           MOVE " LANCAMENTO GRAVADO " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-INICIO.

       FN-GRAVA-TRANSF.
           MOVE CONTAW TO CONTAMC.
           MOVE "D" TO TIPOMC.
           MOVE "T" TO ORIGEMMC.
           PERFORM FN-GRAVA-MOVCTA THRU FN-GRAVA-MOVCTA-FIM.
           MOVE CONTADESTW TO CONTAMC.
           MOVE "C" TO TIPOMC.
           MOVE "T" TO ORIGEMMC.
           PERFORM FN-GRAVA-MOVCTA THRU FN-GRAVA-MOVCTA-FIM.
           MOVE " TRANSFERENCIA GRAVADA " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-INICIO.

       FN-GRAVA-MOVCTA.
           MOVE FILIALW TO FILIALMC.
           MOVE DATALANAMDNUM TO DATAMC.
           MOVE 1 TO SEQMC.
           MOVE VALORW TO VALORMC.
           MOVE HISTW TO HISTMC.
           MOVE DOCW TO DOCMC.
           MOVE OPCODLOG TO OPERMC.
           MOVE "N" TO CONCMC.
           MOVE ZEROS TO DATACONCMC.
       FN-GRAVA-MOVCTA-GRAVA.
           WRITE REGMOVCTA
           IF ERRO = "22"
               ADD 1 TO SEQMC
               GO TO FN-GRAVA-MOVCTA-GRAVA.
       FN-GRAVA-MOVCTA-FIM.
           EXIT.

       FN-SALDO.
           MOVE SALDOINICTA TO SALDOCALC.
           MOVE FILIALCTA TO FILIALMC.
           MOVE CODCTA TO CONTAMC.
           MOVE ZEROS TO DATAMC SEQMC.
           START CADMOVCTA KEY IS NOT LESS THAN CHAVEMC
               INVALID KEY GO TO FN-SALDO-FIM.
       FN-SALDO-LOOP.
           READ CADMOVCTA NEXT RECORD
               AT END GO TO FN-SALDO-FIM.
           IF ERRO = "99"
               GO TO FN-SALDO-LOOP.
           IF FILIALMC NOT = FILIALCTA OR CONTAMC NOT = CODCTA
               GO TO FN-SALDO-FIM.
           IF MOV-CREDITO
               ADD VALORMC TO SALDOCALC
           ELSE
               SUBTRACT VALORMC FROM SALDOCALC.
           GO TO FN-SALDO-LOOP.
       FN-SALDO-FIM.
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
           CLOSE CADMOVCTA.
           EXIT PROGRAM.
