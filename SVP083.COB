       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP083.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADKIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEKIT
               FILE STATUS  IS ERRO.

           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVEPROD
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY IS CODBARRAS WITH DUPLICATES.

           SELECT AUDIT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADKIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADKIT.DAT".
       01  REGKIT.
           03 CHAVEKIT.
               05 FILIALKIT PIC 9(02).
               05 PRODKIT PIC 9(06).
               05 COMPKIT PIC 9(06).
           03 QTDCOMPKIT PIC 9(04).

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
       01  DESCRKITW PIC X(30) VALUE SPACES.
       01  PRECOKITW PIC 9(06)V9(03) VALUE ZEROS.
       01  DESCRCOMPW PIC X(30) VALUE SPACES.
       01  UNIDCOMPW PIC X(02) VALUE SPACES.
       01  QTDCOMPS PIC 9(03) VALUE ZEROS.
       01  CHAVEKITW PIC X(14) VALUE SPACES.
       01  KITFILW PIC 9(02) VALUE ZEROS.
       01  KITPRODW PIC 9(06) VALUE ZEROS.
       01  ACHOUKIT PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       SCREEN SECTION.

       01  TELAKIT.
           05  LINE 01  COLUMN 01
               VALUE  "                       COMPOSICAO DE KITS".
           05  LINE 03  COLUMN 01
               VALUE  " FILIAL:".
           05  LINE 05  COLUMN 01
               VALUE  " PRODUTO KIT:".
           05  LINE 06  COLUMN 01
               VALUE  " PRECO DE VENDA DO KIT:".
           05  LINE 07  COLUMN 01
               VALUE  " COMPONENTES CADASTRADOS:".
           05  LINE 09  COLUMN 01
               VALUE  " COMPONENTE:".
           05  LINE 11  COLUMN 01
               VALUE  " QUANTIDADE POR KIT:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFILIAL
               LINE 03  COLUMN 10  PIC 9(02)
               USING  FILIALKIT.
           05  TPRODKIT
               LINE 05  COLUMN 15  PIC 9(06)
               USING  PRODKIT.
           05  TDESCRKIT
               LINE 05  COLUMN 23  PIC X(30)
               USING  DESCRKITW.
           05  TPRECOKIT
               LINE 06  COLUMN 25  PIC 999999.999
               USING  PRECOKITW.
           05  TQTDCOMPS
               LINE 07  COLUMN 27  PIC ZZ9
               USING  QTDCOMPS.
           05  TCOMPKIT
               LINE 09  COLUMN 14  PIC 9(06)
               USING  COMPKIT.
           05  TDESCRCOMP
               LINE 09  COLUMN 22  PIC X(30)
               USING  DESCRCOMPW.
           05  TQTDCOMP
               LINE 11  COLUMN 22  PIC 9(04)
               USING  QTDCOMPKIT.
           05  TUNIDCOMP
               LINE 11  COLUMN 28  PIC X(02)
               USING  UNIDCOMPW.

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-ABRE1.
           OPEN I-O CADKIT
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADKIT
                 CLOSE CADKIT
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO KIT =>" TO MENS1
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
           OPEN EXTEND AUDIT
           IF ERRO NOT = "00" AND ERRO NOT = "05"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AUDIT =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-INICIO.
           MOVE ZEROS TO FILIALKIT PRODKIT COMPKIT QTDCOMPKIT
           PRECOKITW QTDCOMPS.
           MOVE SPACES TO DESCRKITW DESCRCOMPW UNIDCOMPW.
           DISPLAY TELAKIT.

       FN-FILIAL.
           ACCEPT TFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-PRODKIT.
           ACCEPT TPRODKIT.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-INICIO.
           MOVE FILIALKIT TO CODFILPROD.
           MOVE PRODKIT TO CODPROD.
           READ CADPROD
           IF ERRO NOT = "00"
               MOVE " PRODUTO KIT NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PRODKIT.
           IF PRODUTO-INATIVO
               MOVE " PRODUTO INATIVO - NAO PERMITIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PRODKIT.
           MOVE DESCR TO DESCRKITW.
           MOVE PRECOVENDA TO PRECOKITW.
           MOVE FILIALKIT TO KITFILW.
           MOVE PRODKIT TO KITPRODW.
           PERFORM FN-USADO-COMP THRU FN-USADO-COMP-FIM.
           IF ACHOUKIT = "S"
               MOVE " PRODUTO E COMPONENTE DE OUTRO KIT " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PRODKIT.
           PERFORM FN-CONTA-COMP THRU FN-CONTA-COMP-FIM.
           DISPLAY TELAKIT.

       FN-COMPONENTE.
           MOVE "N" TO MODOREG.
           MOVE ZEROS TO COMPKIT QTDCOMPKIT.
           MOVE SPACES TO DESCRCOMPW UNIDCOMPW.
           DISPLAY TELAKIT.
           ACCEPT TCOMPKIT.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-INICIO.
           IF COMPKIT = PRODKIT
               MOVE " KIT NAO PODE SER COMPONENTE DE SI MESMO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-COMPONENTE.
           MOVE FILIALKIT TO CODFILPROD.
           MOVE COMPKIT TO CODPROD.
           READ CADPROD
           IF ERRO NOT = "00"
               MOVE " COMPONENTE NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-COMPONENTE.
           MOVE DESCR TO DESCRCOMPW.
           MOVE UNID TO UNIDCOMPW.
           DISPLAY TDESCRCOMP.
           DISPLAY TUNIDCOMP.

       FN-READ-KIT.
           READ CADKIT
           IF ERRO NOT = "23"
               IF ERRO = "00"
                   MOVE "A" TO MODOREG
                   MOVE REGKIT TO REGANTES
                   DISPLAY TELAKIT
                   MOVE " COMPONENTE JA CADASTRADO NO KIT " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-OPCOES.
           MOVE FILIALKIT TO KITFILW.
           MOVE COMPKIT TO KITPRODW.
           PERFORM FN-E-KIT THRU FN-E-KIT-FIM.
           IF ACHOUKIT = "S"
               MOVE " COMPONENTE E UM KIT - NAO PERMITIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-COMPONENTE.
           MOVE ZEROS TO QTDCOMPKIT.

       FN-QTDCOMP.
           ACCEPT TQTDCOMP.
           IF QTDCOMPKIT = ZEROS
               MOVE " QUANTIDADE POR KIT OBRIGATORIA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-QTDCOMP.

       FN-REGISTRO.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
           IF OPC = "S"
               IF REGISTRO-ALTERACAO
                   REWRITE REGKIT
                   PERFORM FN-AUDIT-ALT THRU FN-AUDIT-ALT-FIM
                   GO TO FN-COMPONENTE
               ELSE
                   WRITE REGKIT
                   ADD 1 TO QTDCOMPS
                   GO TO FN-COMPONENTE
           ELSE
               IF OPC NOT = "N"
                   MOVE "DIGITE S OU N" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-REGISTRO
                ELSE
                    MOVE "REGISTRO NAO GRAVADO" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-COMPONENTE.

       FN-EXCLUIR.
           DISPLAY (23, 12) "EXCLUIR?".
           ACCEPT (23, 30) OPC-KEY
           IF OPC-KEY = "N" OR "n"
               MOVE " REGISTRO NAO EXCLUIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-COMPONENTE.
           IF OPC-KEY = "S" OR "s"
               MOVE REGKIT TO REGANTES
               DELETE CADKIT RECORD
               PERFORM FN-AUDIT-EXC THRU FN-AUDIT-EXC-FIM
               SUBTRACT 1 FROM QTDCOMPS
               MOVE " REGISTRO EXCLUIDO COM SUCESSO" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-COMPONENTE.

       FN-OPCOES.
           MOVE "N = NOVO A = ALTERAR E = EXCLUIR" TO MENS
           DISPLAY (23, 12) MENS
           ACCEPT (23, 60) OPC-KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF OPC-KEY = "N"
               GO TO FN-COMPONENTE
           ELSE IF OPC-KEY = "A"
               GO TO FN-QTDCOMP
           ELSE IF OPC-KEY = "E"
               GO TO FN-EXCLUIR
           ELSE
               GO TO FN-OPCOES.

       FN-CONTA-COMP.
           MOVE ZEROS TO QTDCOMPS.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-CONTA-COMP-FIM.
       FN-CONTA-COMP-LOOP.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-CONTA-COMP-FIM.
           IF FILIALKIT NOT = KITFILW OR PRODKIT NOT = KITPRODW
               GO TO FN-CONTA-COMP-FIM.
           ADD 1 TO QTDCOMPS.
           GO TO FN-CONTA-COMP-LOOP.
       FN-CONTA-COMP-FIM.
           MOVE KITFILW TO FILIALKIT.
           MOVE KITPRODW TO PRODKIT.
           MOVE ZEROS TO COMPKIT QTDCOMPKIT.

       FN-E-KIT.
           MOVE "N" TO ACHOUKIT.
           MOVE CHAVEKIT TO CHAVEKITW.
           MOVE KITFILW TO FILIALKIT.
           MOVE KITPRODW TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-E-KIT-VOLTA.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-E-KIT-VOLTA.
           IF FILIALKIT = KITFILW AND PRODKIT = KITPRODW
               MOVE "S" TO ACHOUKIT.
       FN-E-KIT-VOLTA.
           MOVE CHAVEKITW TO CHAVEKIT.
       FN-E-KIT-FIM.
           EXIT.

       FN-USADO-COMP.
           MOVE "N" TO ACHOUKIT.
           MOVE KITFILW TO FILIALKIT.
           MOVE ZEROS TO PRODKIT COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-USADO-COMP-VOLTA.
       FN-USADO-COMP-LOOP.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-USADO-COMP-VOLTA.
           IF FILIALKIT NOT = KITFILW
               GO TO FN-USADO-COMP-VOLTA.
           IF COMPKIT NOT = KITPRODW
               GO TO FN-USADO-COMP-LOOP.
           MOVE "S" TO ACHOUKIT.
       FN-USADO-COMP-VOLTA.
           MOVE KITFILW TO FILIALKIT.
           MOVE KITPRODW TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
       FN-USADO-COMP-FIM.
           EXIT.

       FN-AUDIT-ALT.
           MOVE "A" TO TIPOAUD.
           MOVE REGKIT TO DEPOISAUD.
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
           MOVE "CADKIT" TO ARQAUD.
           MOVE SPACES TO CHAVEAUD.
           MOVE CHAVEKIT TO CHAVEAUD.
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
           CLOSE CADKIT.
           CLOSE CADPROD.
           CLOSE AUDIT.
           EXIT PROGRAM.
