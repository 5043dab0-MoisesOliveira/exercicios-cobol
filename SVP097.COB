       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP097.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPERDA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPERDA
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADMOTPERDA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMOTP
               FILE STATUS  IS ERRO.

           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPROD
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS ERRO.

           SELECT CADLOTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVELOTE
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADCUSTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECUSTO
               FILE STATUS  IS ERRO.

           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPARAM
               FILE STATUS  IS ERRO.

           SELECT CADUSER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEUSER
               FILE STATUS  IS ERRO.

           SELECT MOVEST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

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
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS CHAVELOCEL WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD  CADPERDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPERDA.DAT".
       01  REGPERDA.
           03 CHAVEPERDA.
               05 FILIALPER PIC 9(02).
               05 NUMPER PIC 9(06).
           03 DATAPER PIC 9(08).
           03 HORAPER PIC 9(06).
           03 OPERPER PIC 9(04).
           03 PRODPER PIC 9(06).
           03 LOTEPER PIC X(10).
           03 QTDPER PIC 9(04).
           03 MOTPER PIC 9(02).
           03 CUSTOPER PIC 9(06)V9(03).
           03 VALORPER PIC 9(07)V9(03).
           03 SUPERPER PIC 9(04).
           03 OBSPER PIC X(40).

       FD  CADMOTPERDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMOTPERDA.DAT".
       01  REGMOTP.
           03 CHAVEMOTP.
               05 CODMOTP PIC 9(02).
           03 DESCMOTP PIC X(20).
           03 SITMOTP PIC X(01).
               88 MOTIVO-ATIVO VALUE "A".
               88 MOTIVO-INATIVO VALUE "I".

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

       FD  CADLOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLOTE.DAT".
       01  REGLOTE.
           03 CHAVELOTE.
               05 FILIALLOTE PIC 9(02).
               05 PRODUTOLOTE PIC 9(06).
               05 NUMLOTE PIC X(10).
           03 QTDLOTE PIC 9(05).
           03 VALIDLOTE PIC 9(08).

       FD  CADCUSTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCUSTO.DAT".
       01  REGCUSTO.
           03 CHAVECUSTO.
               05 FILIALCUSTO PIC 9(02).
               05 PRODUTOCUSTO PIC 9(06).
           03 CUSTOMEDIO PIC 9(06)V9(03).

       FD  CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01  REGPARAM.
           03 CHAVEPARAM.
               05 FILIALPAR PIC 9(02).
           03 LIMAPROVPAR PIC 9(06)V9(03).
           03 JUROSDIAPAR PIC 9(02)V9(02).
           03 MULTAPAR PIC 9(02)V9(02).
           03 DIASBLOQPAR PIC 9(03).
           03 MARGEMMINPAR PIC 9(02)V9(02).
           03 DESCMAXN1PAR PIC 9(02)V9(02).
           03 DESCMAXN2PAR PIC 9(02)V9(02).
           03 LIMPERDAPAR PIC 9(06)V9(03).

       FD  CADUSER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADUSER.DAT".
       01  REGUSER.
           03 CHAVEUSER.
               05 CODUSER PIC 9(04).
           03 NOMEUSER PIC X(30).
           03 SENHAUSER PIC X(08).
           03 NIVELUSER PIC 9(01).

       FD  MOVEST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVEST.DAT".
       01  REGMOV.
           03 FILIALMOV PIC 9(02).
           03 PRODUTOMOV PIC 9(06).
           03 DATAMOV PIC 9(08).
           03 HORAMOV PIC 9(06).
           03 OPERADORMOV PIC 9(04).
           03 TIPOMOV PIC X(01).
           03 DOCMOV PIC 9(06).
           03 QTDMOV PIC 9(04).
           03 SALDOMOV PIC 9(05).
           03 LOTEMOV PIC X(10).

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

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  MENS.
           03 MENS1 PIC X(50) VALUE SPACES.
           03 MENS2 PIC ZZZ.
       01  CONTADOR PIC 9(03) VALUE ZERO.
       01  ESC-KEY PIC 9(02) VALUE ZEROS.
       01  OPC PIC X(03) VALUE SPACES.
       01  OPC2 PIC X(03) VALUE SPACES.
       01  OPC-KEY PIC X(02) VALUE SPACES.
       01  CUSTOOK PIC X(01) VALUE "N".
       01  PARAMOK PIC X(01) VALUE "N".
       01  USEROK PIC X(01) VALUE "N".
       01  LOCALOK PIC X(01) VALUE "N".
       01  SUPERVOK PIC X(01) VALUE "N".
       01  SUPCODW PIC 9(04) VALUE ZEROS.
       01  SUPSENHAW PIC X(08) VALUE SPACES.
       01  SUPERW PIC 9(04) VALUE ZEROS.
       01  LINHALIMPA PIC X(78) VALUE SPACES.
       01  FILIALW PIC 9(02) VALUE ZEROS.
       01  NUMPERW PIC 9(06) VALUE ZEROS.
       01  MAXNUMPER PIC 9(06) VALUE ZEROS.
       01  PRODW PIC 9(06) VALUE ZEROS.
       01  LOTEW PIC X(10) VALUE SPACES.
       01  QTDLOTEW PIC 9(05) VALUE ZEROS.
       01  VALIDW PIC 9(08) VALUE ZEROS.
       01  SOMALOTEW PIC 9(06) VALUE ZEROS.
       01  SEMLOTEW PIC 9(05) VALUE ZEROS.
       01  MAXQTDW PIC 9(05) VALUE ZEROS.
       01  QTDW PIC 9(04) VALUE ZEROS.
       01  MOTW PIC 9(02) VALUE ZEROS.
       01  DESCMOTW PIC X(20) VALUE SPACES.
       01  OBSW PIC X(40) VALUE SPACES.
       01  CUSTOW PIC 9(06)V9(03) VALUE ZEROS.
       01  VALORW PIC 9(07)V9(03) VALUE ZEROS.
       01  LIMPERDAW PIC 9(06)V9(03) VALUE ZEROS.
       01  CODMOTW PIC 9(02) VALUE ZEROS.
       01  DESCMOTPW PIC X(20) VALUE SPACES.
       01  SITMOTW PIC X(01) VALUE SPACE.
       01  NOVOMOTW PIC X(01) VALUE "N".
       01  DATAHOJE PIC 9(08) VALUE ZEROS.
       01  HORAW PIC 9(06) VALUE ZEROS.
       01  LOCALIZADOW PIC 9(07) VALUE ZEROS.
       01  EXCESSOW PIC 9(07) VALUE ZEROS.
       01  SEQW PIC 9(05) VALUE ZEROS.
       01  SEQESCW PIC 9(05) VALUE ZEROS.
       01  ACHOUW PIC X(01) VALUE "N".
       01  CHAVEESCW PIC X(25) VALUE SPACES.
       01  PRIORW PIC 9(01) VALUE ZEROS.
       01  PRIORESCW PIC 9(01) VALUE ZEROS.
       01  IND PIC 9(02) VALUE ZEROS.
       01  TABMOTPADR.
           03 FILLER PIC X(22) VALUE "01VENCIDO".
           03 FILLER PIC X(22) VALUE "02AVARIA / QUEBRA".
           03 FILLER PIC X(22) VALUE "03FURTO / ROUBO".
           03 FILLER PIC X(22) VALUE "04CONSUMO INTERNO".
           03 FILLER PIC X(22) VALUE "99OUTROS".
       01  TABMOTPADRR REDEFINES TABMOTPADR.
           03 MOTPADR OCCURS 5 TIMES.
               05 CODMOTPD PIC 9(02).
               05 DESCMOTPD PIC X(20).

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       SCREEN SECTION.

       01  TELAPERDA.
           05  LINE 01  COLUMN 01
               VALUE  "                    BAIXA DE PERDAS E QU".
           05  LINE 01  COLUMN 41
               VALUE  "EBRAS".
           05  LINE 03  COLUMN 01
               VALUE  " FILIAL:".
           05  LINE 03  COLUMN 41
               VALUE  " BAIXA NUMERO:".
           05  LINE 05  COLUMN 01
               VALUE  " PRODUTO:".
           05  LINE 06  COLUMN 01
               VALUE  " ESTOQUE ATUAL:".
           05  LINE 06  COLUMN 41
               VALUE  " CUSTO MEDIO:".
           05  LINE 07  COLUMN 01
               VALUE  " SALDO SEM LOTE:".
           05  LINE 09  COLUMN 01
               VALUE  " LOTE (BRANCO = SEM LOTE):".
           05  LINE 09  COLUMN 41
               VALUE  " SALDO DO LOTE:".
           05  LINE 10  COLUMN 41
               VALUE  " VALIDADE DO LOTE:".
           05  LINE 11  COLUMN 01
               VALUE  " QUANTIDADE:".
           05  LINE 12  COLUMN 01
               VALUE  " MOTIVO:".
           05  LINE 13  COLUMN 01
               VALUE  " OBSERVACAO:".
           05  LINE 15  COLUMN 01
               VALUE  " VALOR DA PERDA:".
           05  LINE 15  COLUMN 41
               VALUE  " LIMITE S/ SUPERVISOR:".
           05  LINE 18  COLUMN 01
               VALUE  " MOTIVO - CODIGO:".
           05  LINE 18  COLUMN 23
               VALUE  "DESCRICAO:".
           05  LINE 18  COLUMN 56
               VALUE  "SITUACAO (A/I):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFILIAL
               LINE 03  COLUMN 10  PIC 9(02)
               USING  FILIALW.
           05  TNUMPER
               LINE 03  COLUMN 56  PIC 9(06)
               USING  NUMPERW.
           05  TPROD
               LINE 05  COLUMN 11  PIC 9(06)
               USING  PRODW.
           05  TDESCR
               LINE 05  COLUMN 19  PIC X(30)
               USING  DESCR.
           05  TQUANTEST
               LINE 06  COLUMN 17  PIC 9(05)
               USING  QUANTEST.
           05  TCUSTO
               LINE 06  COLUMN 55  PIC 999999.999
               USING  CUSTOW.
           05  TSEMLOTE
               LINE 07  COLUMN 18  PIC 9(05)
               USING  SEMLOTEW.
           05  TLOTE
               LINE 09  COLUMN 28  PIC X(10)
               USING  LOTEW.
           05  TQTDLOTE
               LINE 09  COLUMN 57  PIC 9(05)
               USING  QTDLOTEW.
           05  TVALID
               LINE 10  COLUMN 60  PIC 9999/99/99
               USING  VALIDW.
           05  TQTD
               LINE 11  COLUMN 14  PIC 9(04)
               USING  QTDW.
           05  TMOT
               LINE 12  COLUMN 10  PIC 9(02)
               USING  MOTW.
           05  TDESCMOT
               LINE 12  COLUMN 14  PIC X(20)
               USING  DESCMOTW.
           05  TOBS
               LINE 13  COLUMN 14  PIC X(40)
               USING  OBSW.
           05  TVALOR
               LINE 15  COLUMN 18  PIC 9999999.999
               USING  VALORW.
           05  TLIMITE
               LINE 15  COLUMN 64  PIC 999999.999
               USING  LIMPERDAW.
           05  TCODMOT
               LINE 18  COLUMN 19  PIC 9(02)
               USING  CODMOTW.
           05  TDESCMOTM
               LINE 18  COLUMN 34  PIC X(20)
               USING  DESCMOTPW.
           05  TSITMOT
               LINE 18  COLUMN 72  PIC X(01)
               USING  SITMOTW.

       01  TELASUPERV.
           05  LINE 22  COLUMN 01
               VALUE  " SUPERVISOR:".
           05  TSUPCOD
               LINE 22  COLUMN 14  PIC 9(04)
               USING  SUPCODW.
           05  LINE 22  COLUMN 21
               VALUE  "SENHA:".
           05  TSUPSENHA
               LINE 22  COLUMN 28  PIC X(08)
               USING  SUPSENHAW  SECURE.

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-ABRE1.
           OPEN I-O CADPERDA
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADPERDA
                 CLOSE CADPERDA
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PERDA =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN I-O CADMOTPERDA
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADMOTPERDA
                 PERFORM FN-MOTIVOS-PADRAO THRU FN-MOTIVOS-PADRAO-FIM
                 CLOSE CADMOTPERDA
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MOTPERDA =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE3.
           OPEN I-O CADPROD
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

       FN-ABRE4.
           OPEN I-O CADLOTE
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADLOTE
                 CLOSE CADLOTE
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE4
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO LOTE =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE5.
           OPEN EXTEND MOVEST
           IF ERRO NOT = "00" AND ERRO NOT = "05"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MOVEST =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-ABRE6.
           MOVE "N" TO CUSTOOK.
           OPEN INPUT CADCUSTO
           IF ERRO = "00"
               MOVE "S" TO CUSTOOK.

       FN-ABRE7.
           MOVE "N" TO PARAMOK.
           OPEN INPUT CADPARAM
           IF ERRO = "00"
               MOVE "S" TO PARAMOK.

       FN-ABRE8.
           MOVE "N" TO USEROK.
           OPEN INPUT CADUSER
           IF ERRO = "00"
               MOVE "S" TO USEROK.

       FN-ABRE9.
           MOVE "N" TO LOCALOK.
           OPEN INPUT CADLOCAL
           IF ERRO NOT = "00"
               GO TO FN-PREPARA.
           OPEN I-O CADESTLOC
           IF ERRO NOT = "00"
               CLOSE CADLOCAL
               GO TO FN-PREPARA.
           MOVE "S" TO LOCALOK.

       FN-PREPARA.
           MOVE ZEROS TO FILIALW NUMPERW PRODW QUANTEST CUSTOW SEMLOTEW
           QTDLOTEW VALIDW QTDW MOTW VALORW LIMPERDAW CODMOTW SUPERW.
           MOVE SPACES TO DESCR LOTEW DESCMOTW OBSW DESCMOTPW SITMOTW.

       FN-INICIO.
           DISPLAY TELAPERDA.

       FN-OPCOES.
           MOVE "B=BAIXA DE PERDA M=MOTIVOS" TO MENS1
           DISPLAY (23, 12) MENS
           ACCEPT (23, 60) OPC-KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF OPC-KEY = "B"
               GO TO FN-BAIXA
           ELSE IF OPC-KEY = "M"
               GO TO FN-MOTIVOS
           ELSE
               MOVE " SAINDO DO PROGRAMA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-FIM.

       FN-BAIXA.
           PERFORM FN-PREPARA THRU FN-INICIO.
           ACCEPT TFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-OPCOES.
           MOVE ZEROS TO LIMPERDAW.
           IF PARAMOK = "S"
               MOVE FILIALW TO FILIALPAR
               READ CADPARAM
               IF ERRO = "00"
                   MOVE LIMPERDAPAR TO LIMPERDAW.
           DISPLAY TLIMITE.

       FN-PRODUTO.
           ACCEPT TPROD.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-PREPARA.
           MOVE FILIALW TO CODFILPROD.
           MOVE PRODW TO CODPROD.
           READ CADPROD
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PRODUTO.
           IF ERRO NOT = "00"
               MOVE " PRODUTO NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PRODUTO.
           PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM.
           PERFORM FN-LE-CUSTO THRU FN-LE-CUSTO-FIM.
           PERFORM FN-SOMA-LOTES THRU FN-SOMA-LOTES-FIM.
           DISPLAY TDESCR TQUANTEST TCUSTO TSEMLOTE.
           IF QUANTEST = ZEROS
               MOVE " PRODUTO SEM ESTOQUE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PRODUTO.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.

       FN-LOTE.
           MOVE SPACES TO LOTEW.
           MOVE ZEROS TO QTDLOTEW VALIDW.
           DISPLAY TQTDLOTE TVALID.
           ACCEPT TLOTE.
           IF LOTEW = SPACES
               GO TO FN-LOTE-SEM.
           MOVE FILIALW TO FILIALLOTE.
           MOVE PRODW TO PRODUTOLOTE.
           MOVE LOTEW TO NUMLOTE.
           READ CADLOTE
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-LOTE.
           IF ERRO NOT = "00"
               MOVE " LOTE NAO ENCONTRADO PARA O PRODUTO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-LOTE.
           REWRITE REGLOTE.
           MOVE QTDLOTE TO QTDLOTEW.
           MOVE VALIDLOTE TO VALIDW.
           DISPLAY TQTDLOTE TVALID.
           IF QTDLOTE = ZEROS
               MOVE " LOTE SEM SALDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-LOTE.
           MOVE QTDLOTE TO MAXQTDW.
           IF VALIDLOTE NOT = ZEROS AND VALIDLOTE < DATAHOJE
               MOVE 01 TO MOTW
               DISPLAY TMOT
               MOVE " LOTE VENCIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-QTD.

       FN-LOTE-SEM.
           IF SEMLOTEW = ZEROS
               MOVE " PRODUTO CONTROLADO POR LOTE - INFORME O LOTE "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-LOTE.
           MOVE SEMLOTEW TO MAXQTDW.

       FN-QTD.
           IF MAXQTDW > QUANTEST
               MOVE QUANTEST TO MAXQTDW.
           ACCEPT TQTD.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-LOTE.
           IF QTDW = ZEROS OR QTDW > MAXQTDW
               MOVE " QUANTIDADE EXCEDE O SALDO DISPONIVEL " TO MENS1
               MOVE MAXQTDW TO MENS2
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-QTD.
           COMPUTE VALORW ROUNDED = CUSTOW * QTDW.
           DISPLAY TVALOR.

       FN-MOTIVO.
           ACCEPT TMOT.
           MOVE MOTW TO CODMOTP.
           READ CADMOTPERDA
           IF ERRO NOT = "00"
               MOVE " MOTIVO NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-MOTIVO.
           IF MOTIVO-INATIVO
               MOVE " MOTIVO INATIVO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-MOTIVO.
           MOVE DESCMOTP TO DESCMOTW.
           DISPLAY TDESCMOT.

       FN-OBS.
           ACCEPT TOBS.

       FN-APROVA.
           MOVE ZEROS TO SUPERW.
           IF LIMPERDAW > ZEROS AND VALORW > LIMPERDAW
               PERFORM FN-SUPERVISOR THRU FN-SUPERVISOR-FIM
               IF SUPERVOK = "N"
                   MOVE " BAIXA ACIMA DO LIMITE - NAO AUTORIZADA "
                       TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-QTD
               ELSE
                   MOVE SUPCODW TO SUPERW.

       FN-CONFIRMA.
           DISPLAY (23, 10) "CONFIRMA A BAIXA DA PERDA? (S/N): ".
           ACCEPT (23, 45) OPC2
           IF OPC2 NOT = "S" AND OPC2 NOT = "N"
               MOVE "DIGITE S OU N" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CONFIRMA.
           MOVE SPACES TO MENS
           DISPLAY (23, 10) MENS
           IF OPC2 = "N"
               MOVE "BAIXA NAO GRAVADA" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PREPARA.

       FN-GRAVA.
           MOVE FILIALW TO CODFILPROD.
           MOVE PRODW TO CODPROD.
           READ CADPROD
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-GRAVA.
           IF ERRO NOT = "00"
               MOVE " PRODUTO NAO ENCONTRADO - BAIXA NAO GRAVADA "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PREPARA.
           IF QUANTEST < QTDW
               PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM
               MOVE " ESTOQUE INSUFICIENTE - BAIXA NAO GRAVADA "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PREPARA.
           IF LOTEW NOT = SPACES
               PERFORM FN-BAIXA-LOTE THRU FN-BAIXA-LOTE-FIM.
           IF LOTEW NOT = SPACES AND ERRO NOT = "00"
               PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM
               MOVE " SALDO DO LOTE INSUFICIENTE - NAO GRAVADA "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PREPARA.
           SUBTRACT QTDW FROM QUANTEST.
           PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
           PERFORM FN-PROXNUM THRU FN-PROXNUM-FIM.
           PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM.
           IF LOCALOK = "S"
               PERFORM FN-AJUSTA-LOCAL THRU FN-AJUSTA-LOCAL-FIM.
           DISPLAY TNUMPER TQUANTEST.
           MOVE " PERDA BAIXADA - ANOTE O NUMERO DA BAIXA " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-OPCOES.

       FN-MOTIVOS.
           IF OPNIVELLOG NOT = 2
               MOVE " MOTIVOS SOMENTE POR SUPERVISOR " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.

       FN-MOTIVOS-COD.
           MOVE ZEROS TO CODMOTW.
           MOVE SPACES TO DESCMOTPW SITMOTW.
           DISPLAY TCODMOT TDESCMOTM TSITMOT.
           ACCEPT TCODMOT.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01 OR CODMOTW = ZEROS
                 MOVE ZEROS TO CODMOTW
                 DISPLAY TCODMOT
                 GO TO FN-OPCOES.
           MOVE CODMOTW TO CODMOTP.
           READ CADMOTPERDA
           IF ERRO = "00"
               MOVE "N" TO NOVOMOTW
               MOVE DESCMOTP TO DESCMOTPW
               MOVE SITMOTP TO SITMOTW
           ELSE
               MOVE "S" TO NOVOMOTW
               MOVE "A" TO SITMOTW.
           DISPLAY TDESCMOTM TSITMOT.

       FN-MOTIVOS-DESC.
           ACCEPT TDESCMOTM.
           IF DESCMOTPW = SPACES
               MOVE " INFORME A DESCRICAO DO MOTIVO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-MOTIVOS-DESC.

       FN-MOTIVOS-SIT.
           ACCEPT TSITMOT.
           IF SITMOTW NOT = "A" AND SITMOTW NOT = "I"
               MOVE " SITUACAO DEVE SER A OU I " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-MOTIVOS-SIT.

       FN-MOTIVOS-GRAVA.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
           IF OPC NOT = "S" AND OPC NOT = "N"
               MOVE "DIGITE S OU N" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-MOTIVOS-GRAVA.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF OPC = "N"
               MOVE "REGISTRO NAO GRAVADO" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-MOTIVOS-COD.
           MOVE CODMOTW TO CODMOTP.
           MOVE DESCMOTPW TO DESCMOTP.
           MOVE SITMOTW TO SITMOTP.
           IF NOVOMOTW = "S"
               WRITE REGMOTP
           ELSE
               REWRITE REGMOTP.
           IF ERRO NOT = "00"
               MOVE "ERRO NA GRAVACAO DO MOTIVO =>" TO MENS1
               MOVE ERRO TO MENS2
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-MOTIVOS-COD.
           MOVE " MOTIVO GRAVADO " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-MOTIVOS-COD.

       FN-MOTIVOS-PADRAO.
           MOVE 1 TO IND.
       FN-MOTIVOS-PADRAO-LOOP.
           IF IND > 5
               GO TO FN-MOTIVOS-PADRAO-FIM.
           MOVE CODMOTPD (IND) TO CODMOTP.
           MOVE DESCMOTPD (IND) TO DESCMOTP.
           MOVE "A" TO SITMOTP.
           WRITE REGMOTP.
           ADD 1 TO IND.
           GO TO FN-MOTIVOS-PADRAO-LOOP.
       FN-MOTIVOS-PADRAO-FIM.
           EXIT.

       FN-LE-CUSTO.
           MOVE ULTPRECO TO CUSTOW.
           IF CUSTOOK = "S"
               MOVE CODFILPROD TO FILIALCUSTO
               MOVE CODPROD TO PRODUTOCUSTO
               READ CADCUSTO
               IF ERRO = "00" AND CUSTOMEDIO > ZEROS
                   MOVE CUSTOMEDIO TO CUSTOW.
       FN-LE-CUSTO-FIM.
           EXIT.

       FN-SOMA-LOTES.
           MOVE ZEROS TO SOMALOTEW SEMLOTEW.
           MOVE FILIALW TO FILIALLOTE.
           MOVE PRODW TO PRODUTOLOTE.
           MOVE LOW-VALUES TO NUMLOTE.
           START CADLOTE KEY IS NOT LESS THAN CHAVELOTE
               INVALID KEY GO TO FN-SOMA-LOTES-CALC.
       FN-SOMA-LOTES-LOOP.
           READ CADLOTE NEXT RECORD
               AT END GO TO FN-SOMA-LOTES-CALC.
           IF FILIALLOTE NOT = FILIALW OR PRODUTOLOTE NOT = PRODW
               GO TO FN-SOMA-LOTES-CALC.
           ADD QTDLOTE TO SOMALOTEW.
           REWRITE REGLOTE.
           GO TO FN-SOMA-LOTES-LOOP.
       FN-SOMA-LOTES-CALC.
           IF QUANTEST > SOMALOTEW
               COMPUTE SEMLOTEW = QUANTEST - SOMALOTEW.
       FN-SOMA-LOTES-FIM.
           EXIT.

       FN-SUPERVISOR.
           MOVE "N" TO SUPERVOK.
           MOVE ZEROS TO SUPCODW.
           IF OPNIVELLOG = 2
               MOVE "S" TO SUPERVOK
               MOVE OPCODLOG TO SUPCODW
               MOVE " ACIMA DO LIMITE - LIBERADO SUPERVISOR " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-SUPERVISOR-FIM.
           MOVE " ACIMA DO LIMITE - SENHA DO SUPERVISOR " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           MOVE SPACES TO SUPSENHAW.
           DISPLAY TELASUPERV.
           ACCEPT TSUPCOD.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
               GO TO FN-SUPERVISOR-LIMPA.
           ACCEPT TSUPSENHA.
           IF USEROK NOT = "S"
               MOVE " CADASTRO DE USUARIOS NAO ENCONTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-SUPERVISOR-LIMPA.
           MOVE SUPCODW TO CODUSER.
           READ CADUSER
           IF ERRO NOT = "00"
               MOVE " SUPERVISOR NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-SUPERVISOR-LIMPA.
           IF NIVELUSER NOT = 2 OR SENHAUSER NOT = SUPSENHAW
               MOVE " SUPERVISOR OU SENHA INVALIDA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-SUPERVISOR-LIMPA.
           MOVE "S" TO SUPERVOK.
           MOVE " BAIXA LIBERADA PELO SUPERVISOR " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
       FN-SUPERVISOR-LIMPA.
           MOVE SPACES TO SUPSENHAW.
           DISPLAY (22, 01) LINHALIMPA.
       FN-SUPERVISOR-FIM.
           EXIT.

       FN-BAIXA-LOTE.
           MOVE FILIALW TO FILIALLOTE.
           MOVE PRODW TO PRODUTOLOTE.
           MOVE LOTEW TO NUMLOTE.
           READ CADLOTE
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-BAIXA-LOTE.
           IF ERRO NOT = "00"
               GO TO FN-BAIXA-LOTE-FIM.
           IF QTDLOTE < QTDW
               REWRITE REGLOTE
               MOVE "23" TO ERRO
               GO TO FN-BAIXA-LOTE-FIM.
           SUBTRACT QTDW FROM QTDLOTE.
           REWRITE REGLOTE.
       FN-BAIXA-LOTE-FIM.
           EXIT.

       FN-REWRITE-PROD.
           REWRITE REGPROD
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-REWRITE-PROD.
       FN-REWRITE-PROD-FIM.
           EXIT.

       FN-PROXNUM.
           MOVE ZEROS TO MAXNUMPER.
           MOVE FILIALW TO FILIALPER.
           MOVE ZEROS TO NUMPER.
           START CADPERDA KEY IS NOT LESS THAN CHAVEPERDA
               INVALID KEY GO TO FN-PROXNUM-GRAVA.
       FN-PROXNUM-LOOP.
           READ CADPERDA NEXT RECORD
               AT END GO TO FN-PROXNUM-GRAVA.
           IF FILIALPER NOT = FILIALW
               GO TO FN-PROXNUM-GRAVA.
           MOVE NUMPER TO MAXNUMPER.
           GO TO FN-PROXNUM-LOOP.
       FN-PROXNUM-GRAVA.
           ADD 1 TO MAXNUMPER GIVING NUMPERW.
       FN-PROXNUM-TENTA.
           MOVE FILIALW TO FILIALPER.
           MOVE NUMPERW TO NUMPER.
           MOVE DATAHOJE TO DATAPER.
           MOVE HORAW TO HORAPER.
           MOVE OPCODLOG TO OPERPER.
           MOVE PRODW TO PRODPER.
           MOVE LOTEW TO LOTEPER.
           MOVE QTDW TO QTDPER.
           MOVE MOTW TO MOTPER.
           MOVE CUSTOW TO CUSTOPER.
           MOVE VALORW TO VALORPER.
           MOVE SUPERW TO SUPERPER.
           MOVE OBSW TO OBSPER.
           WRITE REGPERDA
           IF ERRO = "22"
               ADD 1 TO NUMPERW
               GO TO FN-PROXNUM-TENTA.
           IF ERRO NOT = "00"
               MOVE "ERRO NA GRAVACAO DA BAIXA =>" TO MENS1
               MOVE ERRO TO MENS2
               PERFORM FN-MENS THRU FN-MENS-FIM.
       FN-PROXNUM-FIM.
           EXIT.

       FN-GRAVA-MOV.
           MOVE CODFILPROD TO FILIALMOV.
           MOVE CODPROD TO PRODUTOMOV.
           MOVE DATAHOJE TO DATAMOV.
           MOVE HORAW TO HORAMOV.
           MOVE OPCODLOG TO OPERADORMOV.
           MOVE "P" TO TIPOMOV.
           MOVE NUMPERW TO DOCMOV.
           MOVE QTDW TO QTDMOV.
           MOVE QUANTEST TO SALDOMOV.
           MOVE LOTEW TO LOTEMOV.
           WRITE REGMOV.
       FN-GRAVA-MOV-FIM.
           EXIT.

       FN-AJUSTA-LOCAL.
           PERFORM FN-LOCALIZADO THRU FN-LOCALIZADO-FIM.
           IF LOCALIZADOW NOT > QUANTEST
               GO TO FN-AJUSTA-LOCAL-FIM.
           COMPUTE EXCESSOW = LOCALIZADOW - QUANTEST.
           IF EXCESSOW > QTDW
               MOVE QTDW TO EXCESSOW.
       FN-AJUSTA-LOCAL-BAIXA.
           IF EXCESSOW = ZEROS
               GO TO FN-AJUSTA-LOCAL-FIM.
           PERFORM FN-MAIOR-SEQ THRU FN-MAIOR-SEQ-FIM.
           IF ACHOUW NOT = "S"
               GO TO FN-AJUSTA-LOCAL-FIM.
           MOVE CHAVEESCW TO CHAVEESTLOC.
           READ CADESTLOC
           IF ERRO NOT = "00"
               GO TO FN-AJUSTA-LOCAL-FIM.
           IF QTDEL > EXCESSOW
               SUBTRACT EXCESSOW FROM QTDEL
               REWRITE REGESTLOC
               MOVE ZEROS TO EXCESSOW
           ELSE
               SUBTRACT QTDEL FROM EXCESSOW
               DELETE CADESTLOC RECORD.
           GO TO FN-AJUSTA-LOCAL-BAIXA.
       FN-AJUSTA-LOCAL-FIM.
           EXIT.

       FN-LOCALIZADO.
           MOVE ZEROS TO LOCALIZADOW.
           PERFORM FN-INICIO-PROD THRU FN-INICIO-PROD-FIM.
           IF ERRO NOT = "00"
               GO TO FN-LOCALIZADO-FIM.
       FN-LOCALIZADO-LOOP.
           READ CADESTLOC NEXT RECORD
               AT END GO TO FN-LOCALIZADO-FIM.
           IF FILIALEL NOT = CODFILPROD OR PRODEL NOT = CODPROD
               GO TO FN-LOCALIZADO-FIM.
           ADD QTDEL TO LOCALIZADOW.
           GO TO FN-LOCALIZADO-LOOP.
       FN-LOCALIZADO-FIM.
           EXIT.

       FN-MAIOR-SEQ.
           MOVE "N" TO ACHOUW.
           MOVE ZEROS TO SEQESCW PRIORESCW.
           PERFORM FN-INICIO-PROD THRU FN-INICIO-PROD-FIM.
           IF ERRO NOT = "00"
               GO TO FN-MAIOR-SEQ-FIM.
       FN-MAIOR-SEQ-LOOP.
           READ CADESTLOC NEXT RECORD
               AT END GO TO FN-MAIOR-SEQ-FIM.
           IF FILIALEL NOT = CODFILPROD OR PRODEL NOT = CODPROD
               GO TO FN-MAIOR-SEQ-FIM.
           IF QTDEL = ZEROS
               GO TO FN-MAIOR-SEQ-LOOP.
           IF LOTEW = SPACES OR LOTEEL = LOTEW
               MOVE 1 TO PRIORW
           ELSE
               MOVE 0 TO PRIORW.
           MOVE FILIALEL TO FILIALLOC.
           MOVE ENDEREL TO ENDERLOC.
           READ CADLOCAL
           IF ERRO = "00"
               MOVE SEQLOC TO SEQW
           ELSE
               MOVE 99999 TO SEQW.
           IF ACHOUW = "N" OR PRIORW > PRIORESCW
               OR (PRIORW = PRIORESCW AND SEQW NOT < SEQESCW)
               MOVE "S" TO ACHOUW
               MOVE PRIORW TO PRIORESCW
               MOVE SEQW TO SEQESCW
               MOVE CHAVEESTLOC TO CHAVEESCW.
           GO TO FN-MAIOR-SEQ-LOOP.
       FN-MAIOR-SEQ-FIM.
           EXIT.

       FN-INICIO-PROD.
           MOVE CODFILPROD TO FILIALEL.
           MOVE CODPROD TO PRODEL.
           MOVE LOW-VALUES TO LOTEEL.
           MOVE SPACES TO RUAEL.
           MOVE ZEROS TO ESTEL NIVELEL.
           START CADESTLOC KEY IS NOT LESS THAN CHAVEESTLOC
               INVALID KEY MOVE "23" TO ERRO.
       FN-INICIO-PROD-FIM.
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
           CLOSE CADPERDA.
           CLOSE CADMOTPERDA.
           CLOSE CADPROD.
           CLOSE CADLOTE.
           CLOSE MOVEST.
           IF CUSTOOK = "S"
               CLOSE CADCUSTO.
           IF PARAMOK = "S"
               CLOSE CADPARAM.
           IF USEROK = "S"
               CLOSE CADUSER.
           IF LOCALOK = "S"
               CLOSE CADLOCAL CADESTLOC.
           EXIT PROGRAM.
