       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP091.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLOCAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVELOCAL
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS CHAVESEQLOC WITH DUPLICATES.

           SELECT CADESTLOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEESTLOC
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS CHAVELOCEL WITH DUPLICATES.

           SELECT AUDIT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADLOCAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLOCAL.DAT".
       01  REGLOCAL.
           03 CHAVELOCAL.
               05 FILIALLOC PIC 9(02).
               05 ENDERLOC.
                   07 RUALOC PIC X(02).
                   07 ESTLOC PIC 9(03).
                   07 NIVLOC PIC 9(02).
           03 DESCLOC PIC X(20).
           03 CHAVESEQLOC.
               05 FILSEQLOC PIC 9(02).
               05 SEQLOC PIC 9(05).
           03 CAPLOC PIC 9(05).
           03 SITLOC PIC X(01).
               88 LOCAL-ATIVO VALUE "A".
               88 LOCAL-INATIVO VALUE "I".

       FD  CADESTLOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADESTLOC.DAT".
       01  REGESTLOC.
           03 CHAVEESTLOC.
               05 FILIALEL PIC 9(02).
               05 PRODEL PIC 9(06).
               05 LOTEEL PIC X(10).
               05 ENDEREL.
                   07 RUAEL PIC X(02).
                   07 ESTEL PIC 9(03).
                   07 NIVELEL PIC 9(02).
           03 CHAVELOCEL.
               05 FILLOCEL PIC 9(02).
               05 ENDLOCEL.
                   07 RUALE PIC X(02).
                   07 ESTLE PIC 9(03).
                   07 NIVLE PIC 9(02).
           03 QTDEL PIC 9(05).

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
       01  OCUPADOW PIC 9(07) VALUE ZEROS.
       01  ESTLOCOK PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       SCREEN SECTION.

       01  TELALOCAL.
           05  LINE 01  COLUMN 01
               VALUE  "                   ENDERECOS DO DEPOSITO".
           05  LINE 03  COLUMN 01
               VALUE  " FILIAL:".
           05  LINE 05  COLUMN 01
               VALUE  " RUA (CORREDOR):".
           05  LINE 06  COLUMN 01
               VALUE  " ESTANTE:".
           05  LINE 07  COLUMN 01
               VALUE  " NIVEL:".
           05  LINE 09  COLUMN 01
               VALUE  " DESCRICAO:".
           05  LINE 11  COLUMN 01
               VALUE  " SEQUENCIA DE CAMINHAMENTO:".
           05  LINE 13  COLUMN 01
               VALUE  " CAPACIDADE (UNIDADES, 0=SEM LIMITE):".
           05  LINE 15  COLUMN 01
               VALUE  " SITUACAO (A=ATIVO I=INATIVO):".
           05  LINE 17  COLUMN 01
               VALUE  " OCUPACAO ATUAL:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFILIAL
               LINE 03  COLUMN 10  PIC 9(02)
               USING  FILIALLOC.
           05  TRUA
               LINE 05  COLUMN 18  PIC X(02)
               USING  RUALOC.
           05  TESTANTE
               LINE 06  COLUMN 11  PIC 9(03)
               USING  ESTLOC.
           05  TNIVEL
               LINE 07  COLUMN 09  PIC 9(02)
               USING  NIVLOC.
           05  TDESC
               LINE 09  COLUMN 13  PIC X(20)
               USING  DESCLOC.
           05  TSEQ
               LINE 11  COLUMN 29  PIC 9(05)
               USING  SEQLOC.
           05  TCAP
               LINE 13  COLUMN 39  PIC 9(05)
               USING  CAPLOC.
           05  TSIT
               LINE 15  COLUMN 32  PIC X(01)
               USING  SITLOC.
           05  TOCUPADO
               LINE 17  COLUMN 18  PIC ZZZZZZ9
               USING  OCUPADOW.

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-ABRE1.
           OPEN I-O CADLOCAL
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADLOCAL
                 CLOSE CADLOCAL
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO LOCAL =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           MOVE "N" TO ESTLOCOK.
           OPEN INPUT CADESTLOC
           IF ERRO = "00"
               MOVE "S" TO ESTLOCOK.

       FN-ABRE3.
           OPEN EXTEND AUDIT
           IF ERRO NOT = "00" AND ERRO NOT = "05"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AUDIT =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-INICIO.
           MOVE ZEROS TO FILIALLOC ESTLOC NIVLOC SEQLOC CAPLOC
           OCUPADOW.
           MOVE SPACES TO RUALOC DESCLOC SITLOC.
           DISPLAY TELALOCAL.

       FN-FILIAL.
           ACCEPT TFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-RUA.
           ACCEPT TRUA.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-INICIO.
           IF RUALOC = SPACES
               MOVE " RUA OBRIGATORIA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-RUA.

       FN-ESTANTE.
           ACCEPT TESTANTE.

       FN-NIVEL.
           ACCEPT TNIVEL.

       FN-READ-LOCAL.
           MOVE "N" TO MODOREG.
           READ CADLOCAL
           IF ERRO NOT = "23"
               IF ERRO = "00"
                   MOVE "A" TO MODOREG
                   MOVE REGLOCAL TO REGANTES
                   PERFORM FN-OCUPACAO THRU FN-OCUPACAO-FIM
                   DISPLAY TELALOCAL
                   MOVE " ENDERECO JA CADASTRADO " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-OPCOES.
           MOVE SPACES TO DESCLOC.
           MOVE ZEROS TO SEQLOC CAPLOC OCUPADOW.
           MOVE "A" TO SITLOC.
           DISPLAY TELALOCAL.

       FN-DESC.
           ACCEPT TDESC.

       FN-SEQ.
           ACCEPT TSEQ.
           IF SEQLOC = ZEROS
               MOVE " SEQUENCIA DE CAMINHAMENTO OBRIGATORIA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-SEQ.

       FN-CAP.
           ACCEPT TCAP.

       FN-SIT.
           IF NOT REGISTRO-ALTERACAO
               GO TO FN-REGISTRO.
           ACCEPT TSIT.
           IF NOT LOCAL-ATIVO AND NOT LOCAL-INATIVO
               MOVE " SITUACAO: A=ATIVO I=INATIVO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-SIT.

       FN-REGISTRO.
           MOVE FILIALLOC TO FILSEQLOC.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
           IF OPC = "S"
               IF REGISTRO-ALTERACAO
                   REWRITE REGLOCAL
                   PERFORM FN-AUDIT-ALT THRU FN-AUDIT-ALT-FIM
                   GO TO FN-INICIO
               ELSE
                   WRITE REGLOCAL
                   GO TO FN-INICIO
           ELSE
               IF OPC NOT = "N"
                   MOVE "DIGITE S OU N" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-REGISTRO
               ELSE
                   MOVE "REGISTRO NAO GRAVADO" TO MENS
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
               GO TO FN-DESC
           ELSE IF OPC-KEY = "E"
               GO TO FN-EXCLUIR
           ELSE
               GO TO FN-OPCOES.

       FN-EXCLUIR.
           IF OCUPADOW > ZEROS
               MOVE " ENDERECO COM ESTOQUE - NAO PODE SER EXCLUIDO "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-INICIO.
           DISPLAY (23, 12) "EXCLUIR?".
           ACCEPT (23, 30) OPC-KEY
           IF OPC-KEY = "N" OR "n"
               MOVE " REGISTRO NAO EXCLUIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-INICIO.
           IF OPC-KEY = "S" OR "s"
               MOVE REGLOCAL TO REGANTES
               DELETE CADLOCAL RECORD
               PERFORM FN-AUDIT-EXC THRU FN-AUDIT-EXC-FIM
               MOVE " REGISTRO EXCLUIDO COM SUCESSO" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-INICIO.
           GO TO FN-EXCLUIR.

       FN-OCUPACAO.
           MOVE ZEROS TO OCUPADOW.
           IF ESTLOCOK NOT = "S"
               GO TO FN-OCUPACAO-FIM.
           MOVE FILIALLOC TO FILLOCEL.
           MOVE ENDERLOC TO ENDLOCEL.
           START CADESTLOC KEY IS NOT LESS THAN CHAVELOCEL
               INVALID KEY GO TO FN-OCUPACAO-FIM.
       FN-OCUPACAO-LOOP.
           READ CADESTLOC NEXT RECORD
               AT END GO TO FN-OCUPACAO-FIM.
           IF FILLOCEL NOT = FILIALLOC OR ENDLOCEL NOT = ENDERLOC
               GO TO FN-OCUPACAO-FIM.
           ADD QTDEL TO OCUPADOW.
           GO TO FN-OCUPACAO-LOOP.
       FN-OCUPACAO-FIM.
           EXIT.

       FN-AUDIT-ALT.
           MOVE "A" TO TIPOAUD.
           MOVE REGLOCAL TO DEPOISAUD.
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
           MOVE "CADLOCAL" TO ARQAUD.
           MOVE CHAVELOCAL TO CHAVEAUD.
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
           CLOSE CADLOCAL.
           IF ESTLOCOK = "S"
               CLOSE CADESTLOC.
           CLOSE AUDIT.
           EXIT PROGRAM.
