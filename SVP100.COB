       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP100.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCOND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOND
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADCONDCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECONDCLI
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADCONDFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECONDFORN
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECLI
               FILE STATUS  IS ERRO.

           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFORN
               FILE STATUS  IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADCOND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOND.DAT".
       01  REGCOND.
           03 CHAVECOND.
               05 CODCOND PIC 9(03).
           03 DESCCOND PIC X(20).
           03 NPARCCOND PIC 9(02).
           03 DIASCONDG.
               05 DIASCOND PIC 9(03) OCCURS 12 TIMES.
           03 ENTRADACOND PIC 9(02)V9(02).
           03 PARCMINCOND PIC 9(06)V9(03).
           03 TIPOAJCOND PIC X(01).
               88 COND-ACRESCIMO VALUE "A".
               88 COND-DESCONTO VALUE "D".
           03 PERCAJCOND PIC 9(02)V9(02).
           03 LIMATRCOND PIC 9(03).
           03 SITCOND PIC X(01).
               88 COND-ATIVA VALUE "A".
               88 COND-INATIVA VALUE "I".

       FD  CADCONDCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONDCLI.DAT".
       01  REGCONDCLI.
           03 CHAVECONDCLI.
               05 FILIALCC PIC 9(02).
               05 CLIENTECC PIC 9(06).
           03 CONDCC PIC 9(03).

       FD  CADCONDFORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONDFORN.DAT".
       01  REGCONDFORN.
           03 CHAVECONDFORN.
               05 FILIALCF PIC 9(02).
               05 FORNCF PIC 9(06).
           03 CONDCF PIC 9(03).

       FD  CADCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01  REGCLI.
           03 CHAVECLI.
               05 CODFILCLI PIC 9(02).
               05 CODCLIE PIC 9(06).
           03 NOME PIC X(30).
           03 TIPOPESSOA PIC X(1).
           03 CNPJCPF PIC 9(15).
           03 NUMEROLOG PIC 9(5).
           03 CEPCLIENTE PIC 9(08).
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
           03 LIMITECREDITO PIC 9(06)V9(03).
           03 SITCLI PIC X(01).
               88 CLIENTE-INATIVO VALUE "I".

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

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  MENS.
           03 MENS1 PIC X(50) VALUE SPACES.
           03 MENS2 PIC ZZZ.
       01  CONTADOR PIC 9(03) VALUE ZERO.
       01  ESC-KEY PIC 9(02) VALUE ZEROS.
       01  OPC PIC X(03) VALUE SPACES.
       01  OPC-KEY PIC X(02) VALUE SPACES.
       01  CLIOK PIC X(01) VALUE "N".
       01  FORNOK PIC X(01) VALUE "N".
       01  NOVOW PIC X(01) VALUE "N".
       01  IND PIC 9(02) VALUE ZEROS.
       01  CODCONDW PIC 9(03) VALUE ZEROS.
       01  DESCCONDW PIC X(20) VALUE SPACES.
       01  NPARCW PIC 9(02) VALUE ZEROS.
       01  DIASCONDW.
           03 DIASTABW PIC 9(03) OCCURS 12 TIMES.
       01  INDPW PIC 9(02) VALUE ZEROS.
       01  DIASPW PIC 9(03) VALUE ZEROS.
       01  ENTRADAW PIC 9(02)V9(02) VALUE ZEROS.
       01  PARCMINW PIC 9(06)V9(03) VALUE ZEROS.
       01  TIPOAJW PIC X(01) VALUE SPACE.
       01  PERCAJW PIC 9(02)V9(02) VALUE ZEROS.
       01  LIMATRW PIC 9(03) VALUE ZEROS.
       01  SITCONDW PIC X(01) VALUE SPACE.
       01  LINHADIAS.
           03 LINDIAS OCCURS 12 TIMES.
               05 LDDIAS PIC ZZ9.
               05 FILLER PIC X(02).
       01  TIPOPW PIC X(01) VALUE SPACE.
       01  DESCTIPOPW PIC X(10) VALUE SPACES.
       01  FILIALPW PIC 9(02) VALUE ZEROS.
       01  CODPW PIC 9(06) VALUE ZEROS.
       01  NOMEPW PIC X(30) VALUE SPACES.
       01  CONDPW PIC 9(03) VALUE ZEROS.
       01  DESCPW PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       SCREEN SECTION.

       01  TELACOND.
           05  LINE 01  COLUMN 01
               VALUE  "                    CONDICOES DE PAGAMEN".
           05  LINE 01  COLUMN 41
               VALUE  "TO".
           05  LINE 03  COLUMN 01
               VALUE  " CODIGO:".
           05  LINE 03  COLUMN 16
               VALUE  " DESCRICAO:".
           05  LINE 03  COLUMN 52
               VALUE  " SITUACAO (A/I):".
           05  LINE 05  COLUMN 01
               VALUE  " NUMERO DE PARCELAS (1 A 12):".
           05  LINE 07  COLUMN 01
               VALUE  " DIAS P/ VENCIMENTO - PARCELA:".
           05  LINE 07  COLUMN 36
               VALUE  "DIAS:".
           05  LINE 10  COLUMN 01
               VALUE  " ENTRADA NA 1A PARCELA (%):".
           05  LINE 11  COLUMN 01
               VALUE  " VALOR MINIMO DA PARCELA:".
           05  LINE 12  COLUMN 01
               VALUE  " AJUSTE (A=ACRESCIMO D=DESCONTO):".
           05  LINE 12  COLUMN 41
               VALUE  " PERCENTUAL (%):".
           05  LINE 13  COLUMN 01
               VALUE  " ATRASO MEDIO MAXIMO DO CLIENTE (DIAS):".
           05  LINE 16  COLUMN 01
               VALUE  " CONDICAO PADRAO DE:".
           05  LINE 17  COLUMN 01
               VALUE  " FILIAL:".
           05  LINE 17  COLUMN 14
               VALUE  " CODIGO:".
           05  LINE 18  COLUMN 01
               VALUE  " COND. PADRAO (0=NENHUMA):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCODC
               LINE 03  COLUMN 10  PIC 9(03)
               USING  CODCONDW.
           05  TDESCC
               LINE 03  COLUMN 28  PIC X(20)
               USING  DESCCONDW.
           05  TSITC
               LINE 03  COLUMN 69  PIC X(01)
               USING  SITCONDW.
           05  TNPARC
               LINE 05  COLUMN 31  PIC 9(02)
               USING  NPARCW.
           05  TINDP
               LINE 07  COLUMN 32  PIC 9(02)
               USING  INDPW.
           05  TDIASP
               LINE 07  COLUMN 42  PIC 9(03)
               USING  DIASPW.
           05  TENTR
               LINE 10  COLUMN 29  PIC 99.99
               USING  ENTRADAW.
           05  TPMIN
               LINE 11  COLUMN 27  PIC 999999.999
               USING  PARCMINW.
           05  TTIPOAJ
               LINE 12  COLUMN 36  PIC X(01)
               USING  TIPOAJW.
           05  TPERCAJ
               LINE 12  COLUMN 58  PIC 99.99
               USING  PERCAJW.
           05  TLIMATR
               LINE 13  COLUMN 41  PIC 9(03)
               USING  LIMATRW.
           05  TTIPOP
               LINE 16  COLUMN 22  PIC X(10)
               USING  DESCTIPOPW.
           05  TFILP
               LINE 17  COLUMN 10  PIC 9(02)
               USING  FILIALPW.
           05  TCODP
               LINE 17  COLUMN 23  PIC 9(06)
               USING  CODPW.
           05  TNOMEP
               LINE 17  COLUMN 31  PIC X(30)
               USING  NOMEPW.
           05  TCONDP
               LINE 18  COLUMN 28  PIC 9(03)
               USING  CONDPW.
           05  TDESCP
               LINE 18  COLUMN 33  PIC X(20)
               USING  DESCPW.

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-ABRE1.
           OPEN I-O CADCOND
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADCOND
                 CLOSE CADCOND
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONDICAO =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN I-O CADCONDCLI
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADCONDCLI
                 CLOSE CADCONDCLI
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONDCLI =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 CLOSE CADCOND
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE3.
           OPEN I-O CADCONDFORN
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADCONDFORN
                 CLOSE CADCONDFORN
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE3
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONDFORN =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 CLOSE CADCOND CADCONDCLI
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE4.
           MOVE "N" TO CLIOK.
           OPEN INPUT CADCLI
           IF ERRO = "00"
               MOVE "S" TO CLIOK.

       FN-ABRE5.
           MOVE "N" TO FORNOK.
           OPEN INPUT CADFORN
           IF ERRO = "00"
               MOVE "S" TO FORNOK.

       FN-PREPARA.
           MOVE ZEROS TO CODCONDW NPARCW DIASCONDW INDPW DIASPW
           ENTRADAW PARCMINW PERCAJW LIMATRW FILIALPW CODPW CONDPW.
           MOVE SPACES TO DESCCONDW TIPOAJW SITCONDW DESCTIPOPW
           NOMEPW DESCPW LINHADIAS.

       FN-INICIO.
           DISPLAY TELACOND.

       FN-OPCOES.
           MOVE "C=CONDICAO L=CLIENTE F=FORNECEDOR" TO MENS1
           DISPLAY (23, 12) MENS
           ACCEPT (23, 60) OPC-KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF OPC-KEY = "C"
               GO TO FN-CONDICAO
           ELSE IF OPC-KEY = "L"
               MOVE "L" TO TIPOPW
               MOVE "CLIENTE" TO DESCTIPOPW
               GO TO FN-PADRAO
           ELSE IF OPC-KEY = "F"
               MOVE "F" TO TIPOPW
               MOVE "FORNECEDOR" TO DESCTIPOPW
               GO TO FN-PADRAO
           ELSE
               MOVE " SAINDO DO PROGRAMA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-FIM.

       FN-CONDICAO.
           IF OPNIVELLOG NOT = 2
               MOVE " CONDICOES SOMENTE POR SUPERVISOR " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.

       FN-COND-COD.
           PERFORM FN-PREPARA THRU FN-INICIO.
           ACCEPT TCODC.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01 OR CODCONDW = ZEROS
                 MOVE ZEROS TO CODCONDW
                 DISPLAY TCODC
                 GO TO FN-OPCOES.
           MOVE CODCONDW TO CODCOND.
           READ CADCOND
           IF ERRO = "00"
               MOVE "N" TO NOVOW
               MOVE DESCCOND TO DESCCONDW
               MOVE NPARCCOND TO NPARCW
               MOVE DIASCONDG TO DIASCONDW
               MOVE ENTRADACOND TO ENTRADAW
               MOVE PARCMINCOND TO PARCMINW
               MOVE TIPOAJCOND TO TIPOAJW
               MOVE PERCAJCOND TO PERCAJW
               MOVE LIMATRCOND TO LIMATRW
               MOVE SITCOND TO SITCONDW
           ELSE
               MOVE "S" TO NOVOW
               MOVE 1 TO NPARCW
               MOVE "A" TO SITCONDW.
           PERFORM FN-MOSTRA-DIAS THRU FN-MOSTRA-DIAS-FIM.
           DISPLAY TELACOND.
           DISPLAY (08, 02) LINHADIAS.

       FN-COND-DESC.
           ACCEPT TDESCC.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-COND-COD.
           IF DESCCONDW = SPACES
               MOVE " INFORME A DESCRICAO DA CONDICAO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-COND-DESC.

       FN-COND-NPARC.
           ACCEPT TNPARC.
           IF NPARCW < 1 OR NPARCW > 12
               MOVE " NUMERO DE PARCELAS DEVE SER DE 1 A 12 " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-COND-NPARC.
           MOVE NPARCW TO IND.
       FN-COND-LIMPA.
           ADD 1 TO IND.
           IF IND > 12
               GO TO FN-COND-DIAS.
           MOVE ZEROS TO DIASTABW (IND).
           GO TO FN-COND-LIMPA.

       FN-COND-DIAS.
           MOVE 1 TO INDPW.
       FN-COND-DIAS-LOOP.
           IF INDPW > NPARCW
               MOVE ZEROS TO INDPW DIASPW
               DISPLAY TINDP TDIASP
               GO TO FN-COND-ENTR.
           MOVE DIASTABW (INDPW) TO DIASPW.
           IF NOVOW = "S" AND DIASPW = ZEROS AND INDPW > 1
               COMPUTE DIASPW = DIASTABW (INDPW - 1) + 30.
           DISPLAY TINDP TDIASP.
           ACCEPT TDIASP.
           IF INDPW > 1
               IF DIASPW < DIASTABW (INDPW - 1)
                   MOVE " DIAS MENORES QUE OS DA PARCELA ANTERIOR "
                   TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-COND-DIAS-LOOP.
           MOVE DIASPW TO DIASTABW (INDPW).
           PERFORM FN-MOSTRA-DIAS THRU FN-MOSTRA-DIAS-FIM.
           DISPLAY (08, 02) LINHADIAS.
           ADD 1 TO INDPW.
           GO TO FN-COND-DIAS-LOOP.

       FN-COND-ENTR.
           IF NPARCW = 1
               MOVE ZEROS TO ENTRADAW
               DISPLAY TENTR
               GO TO FN-COND-PMIN.
           ACCEPT TENTR.

       FN-COND-PMIN.
           ACCEPT TPMIN.

       FN-COND-TIPOAJ.
           ACCEPT TTIPOAJ.
           IF TIPOAJW NOT = "A" AND TIPOAJW NOT = "D"
              AND TIPOAJW NOT = SPACE
               MOVE " AJUSTE DEVE SER A, D OU BRANCO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-COND-TIPOAJ.
           IF TIPOAJW = SPACE
               MOVE ZEROS TO PERCAJW
               DISPLAY TPERCAJ
               GO TO FN-COND-LIMATR.

       FN-COND-PERCAJ.
           ACCEPT TPERCAJ.
           IF PERCAJW = ZEROS
               MOVE " INFORME O PERCENTUAL DO AJUSTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-COND-PERCAJ.

       FN-COND-LIMATR.
           ACCEPT TLIMATR.

       FN-COND-SIT.
           ACCEPT TSITC.
           IF SITCONDW NOT = "A" AND SITCONDW NOT = "I"
               MOVE " SITUACAO DEVE SER A OU I " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-COND-SIT.

       FN-COND-GRAVA.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
           IF OPC NOT = "S" AND OPC NOT = "N"
               MOVE "DIGITE S OU N" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-COND-GRAVA.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF OPC = "N"
               MOVE "REGISTRO NAO GRAVADO" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-COND-COD.
           MOVE CODCONDW TO CODCOND.
           MOVE DESCCONDW TO DESCCOND.
           MOVE NPARCW TO NPARCCOND.
           MOVE DIASCONDW TO DIASCONDG.
           MOVE ENTRADAW TO ENTRADACOND.
           MOVE PARCMINW TO PARCMINCOND.
           MOVE TIPOAJW TO TIPOAJCOND.
           MOVE PERCAJW TO PERCAJCOND.
           MOVE LIMATRW TO LIMATRCOND.
           MOVE SITCONDW TO SITCOND.
           IF NOVOW = "S"
               WRITE REGCOND
           ELSE
               REWRITE REGCOND.
           IF ERRO NOT = "00"
               MOVE "ERRO NA GRAVACAO DA CONDICAO =>" TO MENS1
               MOVE ERRO TO MENS2
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-COND-COD.
           MOVE " CONDICAO GRAVADA " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-COND-COD.

       FN-MOSTRA-DIAS.
           MOVE SPACES TO LINHADIAS.
           MOVE 1 TO IND.
       FN-MOSTRA-DIAS-LOOP.
           IF IND > NPARCW
               GO TO FN-MOSTRA-DIAS-FIM.
           MOVE DIASTABW (IND) TO LDDIAS (IND).
           ADD 1 TO IND.
           GO TO FN-MOSTRA-DIAS-LOOP.
       FN-MOSTRA-DIAS-FIM.
           EXIT.

       FN-PADRAO.
           IF TIPOPW = "L" AND CLIOK = "N"
               MOVE "* ARQUIVO CADCLI NAO ENCONTRADO *" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           IF TIPOPW = "F" AND FORNOK = "N"
               MOVE "* ARQUIVO CADFORN NAO ENCONTRADO *" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           MOVE ZEROS TO FILIALPW CODPW CONDPW.
           MOVE SPACES TO NOMEPW DESCPW.
           DISPLAY TTIPOP TFILP TCODP TNOMEP TCONDP TDESCP.

       FN-PADRAO-FIL.
           ACCEPT TFILP.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-PREPARA.

       FN-PADRAO-COD.
           MOVE ZEROS TO CODPW CONDPW.
           MOVE SPACES TO NOMEPW DESCPW.
           DISPLAY TCODP TNOMEP TCONDP TDESCP.
           ACCEPT TCODP.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01 OR CODPW = ZEROS
                 GO TO FN-PADRAO-FIL.
           IF TIPOPW = "F"
               GO TO FN-PADRAO-FORN.
           MOVE FILIALPW TO CODFILCLI.
           MOVE CODPW TO CODCLIE.
           READ CADCLI
           IF ERRO NOT = "00"
               MOVE " CLIENTE NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PADRAO-COD.
           MOVE NOME OF REGCLI TO NOMEPW.
           MOVE FILIALPW TO FILIALCC.
           MOVE CODPW TO CLIENTECC.
           READ CADCONDCLI
           IF ERRO = "00"
               MOVE "N" TO NOVOW
               MOVE CONDCC TO CONDPW
           ELSE
               MOVE "S" TO NOVOW.
           GO TO FN-PADRAO-MOSTRA.

       FN-PADRAO-FORN.
           MOVE FILIALPW TO CODFILFORN.
           MOVE CODPW TO CODFORN.
           READ CADFORN
           IF ERRO NOT = "00"
               MOVE " FORNECEDOR NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PADRAO-COD.
           MOVE NOME OF REGFORN TO NOMEPW.
           MOVE FILIALPW TO FILIALCF.
           MOVE CODPW TO FORNCF.
           READ CADCONDFORN
           IF ERRO = "00"
               MOVE "N" TO NOVOW
               MOVE CONDCF TO CONDPW
           ELSE
               MOVE "S" TO NOVOW.

       FN-PADRAO-MOSTRA.
           MOVE SPACES TO DESCPW.
           IF CONDPW NOT = ZEROS
               MOVE CONDPW TO CODCOND
               READ CADCOND
               IF ERRO = "00"
                   MOVE DESCCOND TO DESCPW.
           DISPLAY TNOMEP TCONDP TDESCP.

       FN-PADRAO-COND.
           ACCEPT TCONDP.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-PADRAO-COD.
           MOVE SPACES TO DESCPW.
           IF CONDPW = ZEROS
               DISPLAY TDESCP
               GO TO FN-PADRAO-GRAVA.
           MOVE CONDPW TO CODCOND.
           READ CADCOND
           IF ERRO NOT = "00"
               MOVE " CONDICAO NAO CADASTRADA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PADRAO-COND.
           IF COND-INATIVA
               MOVE " CONDICAO INATIVA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PADRAO-COND.
           MOVE DESCCOND TO DESCPW.
           DISPLAY TDESCP.

       FN-PADRAO-GRAVA.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
           IF OPC NOT = "S" AND OPC NOT = "N"
               MOVE "DIGITE S OU N" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PADRAO-GRAVA.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF OPC = "N"
               MOVE "REGISTRO NAO GRAVADO" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PADRAO-COD.
           IF CONDPW = ZEROS AND NOVOW = "S"
               GO TO FN-PADRAO-COD.
           IF TIPOPW = "F"
               GO TO FN-PADRAO-GRAVA-FORN.
           MOVE FILIALPW TO FILIALCC.
           MOVE CODPW TO CLIENTECC.
           MOVE CONDPW TO CONDCC.
           IF CONDPW = ZEROS
               DELETE CADCONDCLI RECORD
           ELSE IF NOVOW = "S"
               WRITE REGCONDCLI
           ELSE
               REWRITE REGCONDCLI.
           GO TO FN-PADRAO-VERIFICA.

       FN-PADRAO-GRAVA-FORN.
           MOVE FILIALPW TO FILIALCF.
           MOVE CODPW TO FORNCF.
           MOVE CONDPW TO CONDCF.
           IF CONDPW = ZEROS
               DELETE CADCONDFORN RECORD
           ELSE IF NOVOW = "S"
               WRITE REGCONDFORN
           ELSE
               REWRITE REGCONDFORN.

       FN-PADRAO-VERIFICA.
           IF ERRO NOT = "00"
               MOVE "ERRO NA GRAVACAO DA CONDICAO PADRAO =>" TO MENS1
               MOVE ERRO TO MENS2
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PADRAO-COD.
           MOVE " CONDICAO PADRAO GRAVADA " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-PADRAO-COD.

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
           CLOSE CADCOND CADCONDCLI CADCONDFORN.
           IF CLIOK = "S"
               CLOSE CADCLI.
           IF FORNOK = "S"
               CLOSE CADFORN.
       FN-FIM2.
           EXIT PROGRAM.
