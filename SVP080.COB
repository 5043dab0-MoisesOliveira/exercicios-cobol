       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP080.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCTBMAP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMAP
               FILE STATUS  IS ERRO.

           SELECT AUDIT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADCTBMAP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCTBMAP.DAT".
       01  REGMAP.
           03 CHAVEMAP.
               05 FILIALMAP PIC 9(02).
               05 EVENTOMAP PIC 9(02).
           03 CONTADEBMAP PIC X(20).
           03 CONTACREMAP PIC X(20).
           03 HISTMAP PIC X(30).

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
       01  DESCREVENTO PIC X(30) VALUE SPACES.
       01  TABEVENTOX.
           03 FILLER PIC X(30) VALUE "VENDAS".
           03 FILLER PIC X(30) VALUE "ICMS SOBRE VENDAS".
           03 FILLER PIC X(30) VALUE "RECEBIMENTO EM DINHEIRO".
           03 FILLER PIC X(30) VALUE "RECEBIMENTO EM CHEQUE".
           03 FILLER PIC X(30) VALUE "RECEBIMENTO EM CARTAO".
           03 FILLER PIC X(30) VALUE "RECEBIMENTO EM BOLETO".
           03 FILLER PIC X(30) VALUE "JUROS/MULTA RECEBIDOS".
           03 FILLER PIC X(30) VALUE "COMPRAS".
           03 FILLER PIC X(30) VALUE "PAGAMENTO A FORNECEDORES".
           03 FILLER PIC X(30) VALUE "DEVOLUCAO DE CLIENTE".
           03 FILLER PIC X(30) VALUE "AJUSTE DE ESTOQUE - SOBRA".
           03 FILLER PIC X(30) VALUE "AJUSTE DE ESTOQUE - FALTA".
           03 FILLER PIC X(30) VALUE "ACRESCIMO COND. PAGTO - VENDA".
           03 FILLER PIC X(30) VALUE "DESCONTO COND. PAGTO - VENDA".
           03 FILLER PIC X(30) VALUE "ACRESCIMO COND. PAGTO - COMPRA".
           03 FILLER PIC X(30) VALUE "DESCONTO COND. PAGTO - COMPRA".
       01  TABEVENTO REDEFINES TABEVENTOX.
           03 TBEVENTO PIC X(30) OCCURS 16 TIMES.

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       SCREEN SECTION.

       01  TELAMAP.
           05  LINE 01  COLUMN 01
               VALUE  "                 PLANO DE CONTAS - EVENTO".
           05  LINE 01  COLUMN 42
               VALUE  "S CONTABEIS".
           05  LINE 03  COLUMN 01
               VALUE  " FILIAL (00 = PADRAO):".
           05  LINE 05  COLUMN 01
               VALUE  " EVENTO:".
           05  LINE 07  COLUMN 01
               VALUE  " CONTA A DEBITO:".
           05  LINE 09  COLUMN 01
               VALUE  " CONTA A CREDITO:".
           05  LINE 11  COLUMN 01
               VALUE  " HISTORICO PADRAO:".
           05  LINE 13  COLUMN 01
               VALUE  " EVENTOS: 01 VENDAS       02 ICMS S/ VEND".
           05  LINE 13  COLUMN 42
               VALUE  "AS   03 RECEB. DINHEIRO".
           05  LINE 14  COLUMN 01
               VALUE  "          04 RECEB. CHEQUE 05 RECEB. CART".
           05  LINE 14  COLUMN 42
               VALUE  "AO   06 RECEB. BOLETO".
           05  LINE 15  COLUMN 01
               VALUE  "          07 JUROS/MULTA   08 COMPRAS    ".
           05  LINE 15  COLUMN 42
               VALUE  "     09 PAGTO FORNEC.".
           05  LINE 16  COLUMN 01
               VALUE  "          10 DEVOL. CLIENTE 11 AJUSTE SOB".
           05  LINE 16  COLUMN 42
               VALUE  "RA  12 AJUSTE FALTA".
           05  LINE 17  COLUMN 01
               VALUE  "          13 ACRESC. COND. VENDA  14 DESC".
           05  LINE 17  COLUMN 42
               VALUE  ". COND. VENDA".
           05  LINE 18  COLUMN 01
               VALUE  "          15 ACRESC. COND. COMPRA 16 DESC".
           05  LINE 18  COLUMN 42
               VALUE  ". COND. COMPRA".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFILIAL
               LINE 03  COLUMN 24  PIC 9(02)
               USING  FILIALMAP.
           05  TEVENTO
               LINE 05  COLUMN 10  PIC 9(02)
               USING  EVENTOMAP.
           05  TDESCREVENTO
               LINE 05  COLUMN 14  PIC X(30)
               USING  DESCREVENTO.
           05  TCONTADEB
               LINE 07  COLUMN 20  PIC X(20)
               USING  CONTADEBMAP.
           05  TCONTACRE
               LINE 09  COLUMN 20  PIC X(20)
               USING  CONTACREMAP.
           05  THISTMAP
               LINE 11  COLUMN 20  PIC X(30)
               USING  HISTMAP.

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-ABRE1.
           OPEN I-O CADCTBMAP
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADCTBMAP
                 CLOSE CADCTBMAP
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ CTBMAP =>" TO MENS1
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
           MOVE ZEROS TO FILIALMAP EVENTOMAP.
           MOVE SPACES TO CONTADEBMAP CONTACREMAP HISTMAP DESCREVENTO.
           DISPLAY TELAMAP.

       FN-FILIAL.
           ACCEPT TFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-EVENTO.
           MOVE "N" TO MODOREG.
           ACCEPT TEVENTO.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.
           IF EVENTOMAP < 1 OR EVENTOMAP > 16
               MOVE " EVENTO INVALIDO - VALORES DE 01 A 16 " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-EVENTO.
           MOVE TBEVENTO(EVENTOMAP) TO DESCREVENTO.
           DISPLAY TDESCREVENTO.

       FN-READ-MAP.
           READ CADCTBMAP
           IF ERRO NOT = "23"
               IF ERRO = "00"
                   MOVE "A" TO MODOREG
                   MOVE REGMAP TO REGANTES
                   DISPLAY TELAMAP
                   MOVE " EVENTO JA MAPEADO " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-OPCOES.

       FN-CONTADEB.
           ACCEPT TCONTADEB.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.
           IF CONTADEBMAP = SPACES
               MOVE " CONTA A DEBITO OBRIGATORIA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CONTADEB.

       FN-CONTACRE.
           ACCEPT TCONTACRE.
           IF CONTACREMAP = SPACES
               MOVE " CONTA A CREDITO OBRIGATORIA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CONTACRE.
           IF CONTACREMAP = CONTADEBMAP
               MOVE " CONTA A CREDITO IGUAL A CONTA A DEBITO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CONTACRE.

       FN-HISTMAP.
           ACCEPT THISTMAP.
           IF HISTMAP = SPACES
               MOVE DESCREVENTO TO HISTMAP
               DISPLAY THISTMAP.

       FN-REGISTRO.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
           IF OPC = "S"
               IF REGISTRO-ALTERACAO
                   REWRITE REGMAP
                   PERFORM FN-AUDIT-ALT THRU FN-AUDIT-ALT-FIM
                   GO TO FN-INICIO
               ELSE
                   WRITE REGMAP
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
               MOVE REGMAP TO REGANTES
               DELETE CADCTBMAP RECORD
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
               GO TO FN-CONTADEB
           ELSE IF OPC-KEY = "E"
               GO TO FN-EXCLUIR
           ELSE
               GO TO FN-OPCOES.

       FN-AUDIT-ALT.
           MOVE "A" TO TIPOAUD.
           MOVE REGMAP TO DEPOISAUD.
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
           MOVE "CADCTBMAP" TO ARQAUD.
           MOVE SPACES TO CHAVEAUD.
           MOVE CHAVEMAP TO CHAVEAUD.
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
           CLOSE CADCTBMAP.
           CLOSE AUDIT.
           EXIT PROGRAM.
