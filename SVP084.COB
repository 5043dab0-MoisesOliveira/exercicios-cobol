       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP084.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECONV
               FILE STATUS  IS ERRO.

           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVEPROD
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY IS CODBARRAS WITH DUPLICATES.

           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFORN
               FILE STATUS  IS ERRO.

           SELECT AUDIT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADCONV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03 CHAVECONV.
               05 FILIALCONV PIC 9(02).
               05 PRODCONV PIC 9(06).
               05 FORNCONV PIC 9(06).
           03 UNIDCONV PIC X(02).
           03 FATORCONV PIC 9(04).

       FD  CADPROD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROD.DAT".
       01  REGPROD.
           03 CHAVEPROD.
               05 CODFILPROD PIC 9(02).
               05 CODPROD PIC 9(06).
           03 DESCR PIC X(30).
           03 UNID PIC X(02).
           03 TIPO PIC 9(01).
           03 FORNCOD PIC 9(06).
           03 ULTPRECO PIC 9(06)V9(03).
           03 PRECOVENDA PIC 9(06)V9(03).
           03 QUANTEST PIC 9(05).
           03 CODBARRAS PIC 9(13).
           03 ICMS PIC 9(02)V9(02).
           03 SITPROD PIC X(01).
               88 PRODUTO-INATIVO VALUE "I".

       FD  CADFORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFORN.DAT".
       01  REGFORN.
           03 CHAVEFORN.
               05 CODFILFORN PIC 9(02).
               05 CODFORN PIC 9(06).
           03 NOME PIC X(30).
           03 TIPOPESSOA PIC X(1).
           03 CNPJCPF PIC 9(15).
           03 NUMEROLOG PIC 9(5).
           03 CEPFORN PIC 9(08).
           03 COMPLEMENTO PIC X(12).
           03 EMAIL PIC X(30).
           03 TELEFONE1.
               05 DDD1 PIC 9(02).
               05 NUMERO1 PIC 9(09).
               05 TIPO1 PIC X(01).
           03 TELEFONE2.
               05 DDD2 PIC 9(02).
               05 NUMERO2 PIC 9(09).
               05 TIPO2 PIC X(01).
           03 SITFORN PIC X(01).
               88 FORNECEDOR-INATIVO VALUE "I".

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
       01  DESCRPRODW PIC X(30) VALUE SPACES.
       01  UNIDVENDAW PIC X(02) VALUE SPACES.
       01  NOMEFORNW PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       SCREEN SECTION.

       01  TELACONV.
           05  LINE 01  COLUMN 01
               VALUE  "                 CONVERSAO DE UNIDADE DE".
           05  LINE 01  COLUMN 41
               VALUE  " COMPRA".
           05  LINE 03  COLUMN 01
               VALUE  " FILIAL:".
           05  LINE 05  COLUMN 01
               VALUE  " PRODUTO:".
           05  LINE 06  COLUMN 01
               VALUE  " UNIDADE DE VENDA:".
           05  LINE 08  COLUMN 01
               VALUE  " FORNECEDOR (0 = PADRAO DO PRODUTO):".
           05  LINE 10  COLUMN 01
               VALUE  " UNIDADE DE COMPRA:".
           05  LINE 12  COLUMN 01
               VALUE  " UNIDADES DE VENDA POR UNIDADE DE COMPRA:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFILIAL
               LINE 03  COLUMN 10  PIC 9(02)
               USING  FILIALCONV.
           05  TPRODCONV
               LINE 05  COLUMN 11  PIC 9(06)
               USING  PRODCONV.
           05  TDESCRPROD
               LINE 05  COLUMN 19  PIC X(30)
               USING  DESCRPRODW.
           05  TUNIDVENDA
               LINE 06  COLUMN 20  PIC X(02)
               USING  UNIDVENDAW.
           05  TFORNCONV
               LINE 08  COLUMN 38  PIC 9(06)
               USING  FORNCONV.
           05  TNOMEFORN
               LINE 09  COLUMN 38  PIC X(30)
               USING  NOMEFORNW.
           05  TUNIDCONV
               LINE 10  COLUMN 21  PIC X(02)
               USING  UNIDCONV.
           05  TFATORCONV
               LINE 12  COLUMN 43  PIC 9(04)
               USING  FATORCONV.

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-ABRE1.
           OPEN I-O CADCONV
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADCONV
                 CLOSE CADCONV
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONV =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN INPUT CADPROD
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADPROD NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO " TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE3.
           OPEN INPUT CADFORN
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADFORN NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FORN " TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE4.
           OPEN EXTEND AUDIT
           IF ERRO NOT = "00" AND ERRO NOT = "05"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AUDIT =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-INICIO.
           MOVE ZEROS TO FILIALCONV PRODCONV FORNCONV FATORCONV.
           MOVE SPACES TO UNIDCONV DESCRPRODW UNIDVENDAW NOMEFORNW.
           MOVE "N" TO MODOREG.
           DISPLAY TELACONV.

       FN-FILIAL.
           ACCEPT TFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-PRODUTO.
           ACCEPT TPRODCONV.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-INICIO.
           MOVE FILIALCONV TO CODFILPROD.
           MOVE PRODCONV TO CODPROD.
           READ CADPROD
           IF ERRO NOT = "00"
               MOVE " PRODUTO NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PRODUTO.
           MOVE DESCR TO DESCRPRODW.
           MOVE UNID TO UNIDVENDAW.
           DISPLAY TDESCRPROD.
           DISPLAY TUNIDVENDA.

       FN-FORNECEDOR.
           MOVE "N" TO MODOREG.
           MOVE ZEROS TO FORNCONV FATORCONV.
           MOVE SPACES TO UNIDCONV NOMEFORNW.
           DISPLAY TELACONV.
           ACCEPT TFORNCONV.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-INICIO.
           IF FORNCONV = ZEROS
               MOVE " PADRAO DO PRODUTO" TO NOMEFORNW
               DISPLAY TNOMEFORN
               GO TO FN-READ-CONV.
           MOVE FILIALCONV TO CODFILFORN.
           MOVE FORNCONV TO CODFORN.
           READ CADFORN
           IF ERRO NOT = "00"
               MOVE " FORNECEDOR NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-FORNECEDOR.
           MOVE NOME TO NOMEFORNW.
           DISPLAY TNOMEFORN.

       FN-READ-CONV.
           READ CADCONV
           IF ERRO NOT = "23"
               IF ERRO = "00"
                   MOVE "A" TO MODOREG
                   MOVE REGCONV TO REGANTES
                   DISPLAY TELACONV
                   MOVE " CONVERSAO JA CADASTRADA " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-OPCOES.
           MOVE SPACES TO UNIDCONV.
           MOVE ZEROS TO FATORCONV.

       FN-UNIDCONV.
           ACCEPT TUNIDCONV.
           IF UNIDCONV = SPACES
               MOVE " UNIDADE DE COMPRA OBRIGATORIA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-UNIDCONV.

       FN-FATORCONV.
           ACCEPT TFATORCONV.
           IF FATORCONV = ZEROS
               MOVE " FATOR DE CONVERSAO OBRIGATORIO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-FATORCONV.

       FN-REGISTRO.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
           IF OPC = "S"
               IF REGISTRO-ALTERACAO
                   REWRITE REGCONV
                   PERFORM FN-AUDIT-ALT THRU FN-AUDIT-ALT-FIM
                   GO TO FN-FORNECEDOR
               ELSE
                   WRITE REGCONV
                   GO TO FN-FORNECEDOR
           ELSE
               IF OPC NOT = "N"
                   MOVE "DIGITE S OU N" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-REGISTRO
                ELSE
                    MOVE "REGISTRO NAO GRAVADO" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-FORNECEDOR.

       FN-EXCLUIR.
           DISPLAY (23, 12) "EXCLUIR?".
           ACCEPT (23, 30) OPC-KEY
           IF OPC-KEY = "N" OR "n"
               MOVE " REGISTRO NAO EXCLUIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-FORNECEDOR.
           IF OPC-KEY = "S" OR "s"
               MOVE REGCONV TO REGANTES
               DELETE CADCONV RECORD
               PERFORM FN-AUDIT-EXC THRU FN-AUDIT-EXC-FIM
               MOVE " REGISTRO EXCLUIDO COM SUCESSO" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-FORNECEDOR.

       FN-OPCOES.
           MOVE "N = NOVO A = ALTERAR E = EXCLUIR" TO MENS
           DISPLAY (23, 12) MENS
           ACCEPT (23, 60) OPC-KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF OPC-KEY = "N"
               GO TO FN-FORNECEDOR
           ELSE IF OPC-KEY = "A"
               GO TO FN-UNIDCONV
           ELSE IF OPC-KEY = "E"
               GO TO FN-EXCLUIR
           ELSE
               GO TO FN-OPCOES.

       FN-AUDIT-ALT.
           MOVE "A" TO TIPOAUD.
           MOVE REGCONV TO DEPOISAUD.
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
           MOVE "CADCONV" TO ARQAUD.
           MOVE SPACES TO CHAVEAUD.
           MOVE CHAVECONV TO CHAVEAUD.
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
           CLOSE CADCONV.
           CLOSE CADPROD.
           CLOSE CADFORN.
           CLOSE AUDIT.
           EXIT PROGRAM.
