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

           SELECT CADTRLOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVETRLOC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADTRANSF
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

       FD  CADTRLOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTRLOC.DAT".
       01  REGTRLOC.
           03 CHAVETRLOC.
               05 FILORIGTL PIC 9(02).
               05 TRANSFTL PIC 9(06).
               05 ITEMTL PIC 9(03).
               05 SEQTL PIC 9(03).
           03 LOTETL PIC X(10).
           03 ENDORIGTL.
               05 RUAOTL PIC X(02).
               05 ESTOTL PIC 9(03).
               05 NIVOTL PIC 9(02).
           03 ENDDESTTL.
               05 RUADTL PIC X(02).
               05 ESTDTL PIC 9(03).
               05 NIVDTL PIC 9(02).
           03 QTDTL PIC 9(05).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  MENS.
       01  DATATRANSFW PIC 9(08) VALUE ZEROS.
       01  HORAMOVW PIC 9(06) VALUE ZEROS.
       01  SALDODEST PIC 9(05) VALUE ZEROS.
       01  LOCALOK PIC X(01) VALUE "N".
       01  ENDORIGW.
           03 RUAOW PIC X(02) VALUE SPACES.
           03 ESTOW PIC 9(03) VALUE ZEROS.
           03 NIVOW PIC 9(02) VALUE ZEROS.
       01  ENDDESTW.
           03 RUADW PIC X(02) VALUE SPACES.
           03 ESTDW PIC 9(03) VALUE ZEROS.
           03 NIVDW PIC 9(02) VALUE ZEROS.
       01  ENDERW.
           03 RUAW PIC X(02) VALUE SPACES.
           03 ESTW PIC 9(03) VALUE ZEROS.
           03 NIVW PIC 9(02) VALUE ZEROS.
       01  FILIALLOCW PIC 9(02) VALUE ZEROS.
       01  LOTELOCW PIC X(10) VALUE SPACES.
       01  QTDLOCW PIC 9(05) VALUE ZEROS.
       01  RESTANTEW PIC 9(05) VALUE ZEROS.
       01  SEQTLW PIC 9(03) VALUE ZEROS.
       01  SALDOENDW PIC 9(07) VALUE ZEROS.
       01  LOCALIZADOW PIC 9(07) VALUE ZEROS.
       01  LIVREW PIC S9(07) VALUE ZEROS.
       01  OCUPADOW PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       01  OPERLOG.
               VALUE  " CODIGO PRODUTO:".
           05  LINE 12  COLUMN 01
               VALUE  " QUANTIDADE:".
           05  LINE 14  COLUMN 01
               VALUE  " ENDERECO ORIGEM.:".
           05  LINE 14  COLUMN 22
               VALUE  "-".
           05  LINE 14  COLUMN 26
               VALUE  "-".
           05  LINE 16  COLUMN 01
               VALUE  " ENDERECO DESTINO:".
           05  LINE 16  COLUMN 22
               VALUE  "-".
           05  LINE 16  COLUMN 26
               VALUE  "-".
           05  LINE 17  COLUMN 01
               VALUE  " (RUA-EST-NIV  BRANCO = ESTOQUE SEM ENDE".
           05  LINE 17  COLUMN 41
               VALUE  "RECO)".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFILORIG
           05  TQUANT
               LINE 12  COLUMN 14  PIC 9(04)
               USING  QUANT.
           05  TRUAORIG
               LINE 14  COLUMN 20  PIC X(02)
               USING  RUAOW.
           05  TESTORIG
               LINE 14  COLUMN 23  PIC 9(03)
               USING  ESTOW.
           05  TNIVORIG
               LINE 14  COLUMN 27  PIC 9(02)
               USING  NIVOW.
           05  TRUADEST
               LINE 16  COLUMN 20  PIC X(02)
               USING  RUADW.
           05  TESTDEST
               LINE 16  COLUMN 23  PIC 9(03)
               USING  ESTDW.
           05  TNIVDEST
               LINE 16  COLUMN 27  PIC 9(02)
               USING  NIVDW.

       PROCEDURE DIVISION USING OPERLOG.
      *
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-ABRE5.
           MOVE "N" TO LOCALOK.
           OPEN INPUT CADLOCAL
           IF ERRO NOT = "00"
               GO TO FN-PREPARA.
           MOVE "S" TO LOCALOK.

       FN-ABRE6.
           OPEN I-O CADESTLOC
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADESTLOC
                 CLOSE CADESTLOC
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE6
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ ESTLOC =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE7.
           OPEN I-O CADTRLOC
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADTRLOC
                 CLOSE CADTRLOC
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE7
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ TRLOC =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-PREPARA.
           MOVE ZEROS TO FILORIGTR FILDESTTR NUMTRANSF CODPRODUTO
           QUANT NUMITEM ESTOW NIVOW ESTDW NIVDW.
           MOVE SPACES TO DESCR RUAOW RUADW.

       FN-INICIO.
           DISPLAY TELATRANSF.
       FN-FILDEST.
           ACCEPT TFILDEST.
           IF FILDESTTR = FILORIGTR
               IF LOCALOK NOT = "S"
                   MOVE "DESTINO IGUAL A ORIGEM" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-FILDEST
               ELSE
                   MOVE " MOVIMENTACAO INTERNA ENTRE ENDERECOS " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM.

       FN-PROXNUM.
           MOVE FILORIGTR TO FILIALSCAN.
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-QUANT.

       FN-ENDORIG.
           IF LOCALOK NOT = "S"
               GO TO FN-ITEM.
           MOVE SPACES TO RUAOW RUADW.
           MOVE ZEROS TO ESTOW NIVOW ESTDW NIVDW.
           DISPLAY TRUAORIG TESTORIG TNIVORIG TRUADEST TESTDEST
           TNIVDEST.
           ACCEPT TRUAORIG.
           IF RUAOW = SPACES
               GO TO FN-ENDORIG-LIVRE.
           ACCEPT TESTORIG.
           ACCEPT TNIVORIG.
           MOVE FILORIGTR TO FILIALLOCW.
           MOVE ENDORIGW TO ENDERW.
           PERFORM FN-SALDO-END THRU FN-SALDO-END-FIM.
           IF SALDOENDW < QUANT
               MOVE "SALDO DO PRODUTO INSUFICIENTE NO ENDERECO" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ENDORIG.
           GO TO FN-ENDDEST.
       FN-ENDORIG-LIVRE.
           PERFORM FN-LOCALIZADO THRU FN-LOCALIZADO-FIM.
           COMPUTE LIVREW = QUANTEST - LOCALIZADOW.
           IF LIVREW < QUANT
               MOVE "SALDO SEM ENDERECO INSUFICIENTE - INFORME" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ENDORIG.

       FN-ENDDEST.
           ACCEPT TRUADEST.
           IF RUADW = SPACES
               MOVE ZEROS TO ESTDW NIVDW
               DISPLAY TESTDEST TNIVDEST
               IF FILDESTTR = FILORIGTR
                   MOVE " INFORME O ENDERECO DE DESTINO " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-ENDDEST
               ELSE
                   GO TO FN-ITEM.
           ACCEPT TESTDEST.
           ACCEPT TNIVDEST.
           IF FILDESTTR = FILORIGTR AND ENDDESTW = ENDORIGW
               MOVE " ENDERECO DESTINO IGUAL A ORIGEM " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ENDDEST.
           MOVE FILDESTTR TO FILIALLOC.
           MOVE ENDDESTW TO ENDERLOC.
           READ CADLOCAL
           IF ERRO NOT = "00"
               MOVE " ENDERECO NAO CADASTRADO NO DESTINO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ENDDEST.
           IF LOCAL-INATIVO
               MOVE " ENDERECO INATIVO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ENDDEST.
           IF CAPLOC = ZEROS
               GO TO FN-ITEM.
           PERFORM FN-OCUPACAO THRU FN-OCUPACAO-FIM.
           IF OCUPADOW + QUANT > CAPLOC
               MOVE " ATENCAO: CAPACIDADE DO ENDERECO EXCEDIDA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM.

       FN-ITEM.
           DISPLAY (23, 10) "CONFIRMA O ITEM? (S/N): ".
           ACCEPT (23, 36) OPC2
           MOVE CODPRODUTO TO PRODUTOTI.
           MOVE QUANT TO QUANTTI.
           WRITE REGTRANSITEM.
           PERFORM FN-MOVE-LOCAL THRU FN-MOVE-LOCAL-FIM.
           IF FILDESTTR = FILORIGTR
               GO TO FN-MAISITENS.
           PERFORM FN-BAIXA-ORIGEM THRU FN-BAIXA-ORIGEM-FIM.
           PERFORM FN-ENTRA-DESTINO THRU FN-ENTRA-DESTINO-FIM.

               GO TO FN-ESTORNA-ITENS-FIM.
           MOVE PRODUTOTI TO CODPRODUTO.
           MOVE QUANTTI TO QUANT.
           IF LOCALOK = "S"
               PERFORM FN-ESTORNA-LOCAL THRU FN-ESTORNA-LOCAL-FIM.
           IF FILDESTTR = FILORIGTR
               GO TO FN-ESTORNA-ITENS-DEL.
           MOVE FILORIGTR TO CODFILPROD.
           MOVE PRODUTOTI TO CODPROD.
           READ CADPROD.
           SUBTRACT QUANTTI FROM QUANTEST.
           REWRITE REGPROD.
           PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM.
       FN-ESTORNA-ITENS-DEL.
           DELETE CADTRANSITEM RECORD.
           GO TO FN-ESTORNA-ITENS-LOOP.
       FN-ESTORNA-ITENS-FIM.
           EXIT.

       FN-MOVE-LOCAL.
           IF LOCALOK NOT = "S"
               GO TO FN-MOVE-LOCAL-FIM.
           IF RUAOW = SPACES AND RUADW = SPACES
               GO TO FN-MOVE-LOCAL-FIM.
           MOVE ZEROS TO SEQTLW.
           MOVE QUANT TO RESTANTEW.
           IF RUAOW NOT = SPACES
               GO TO FN-MOVE-LOCAL-START.
           MOVE SPACES TO LOTELOCW.
           MOVE RESTANTEW TO QTDLOCW.
           PERFORM FN-GRAVA-TRLOC THRU FN-GRAVA-TRLOC-FIM.
           GO TO FN-MOVE-LOCAL-FIM.
       FN-MOVE-LOCAL-START.
           MOVE FILORIGTR TO FILLOCEL.
           MOVE ENDORIGW TO ENDLOCEL.
           START CADESTLOC KEY IS NOT LESS THAN CHAVELOCEL
               INVALID KEY GO TO FN-MOVE-LOCAL-FIM.
       FN-MOVE-LOCAL-LOOP.
           IF RESTANTEW = ZEROS
               GO TO FN-MOVE-LOCAL-FIM.
           READ CADESTLOC NEXT RECORD
               AT END GO TO FN-MOVE-LOCAL-FIM.
           IF FILLOCEL NOT = FILORIGTR OR ENDLOCEL NOT = ENDORIGW
               GO TO FN-MOVE-LOCAL-FIM.
           IF PRODEL NOT = CODPRODUTO OR QTDEL = ZEROS
               GO TO FN-MOVE-LOCAL-LOOP.
           IF QTDEL < RESTANTEW
               MOVE QTDEL TO QTDLOCW
           ELSE
               MOVE RESTANTEW TO QTDLOCW.
           SUBTRACT QTDLOCW FROM QTDEL RESTANTEW.
           MOVE LOTEEL TO LOTELOCW.
           IF QTDEL = ZEROS
               DELETE CADESTLOC RECORD
           ELSE
               REWRITE REGESTLOC.
           PERFORM FN-GRAVA-TRLOC THRU FN-GRAVA-TRLOC-FIM.
           IF RESTANTEW = ZEROS
               GO TO FN-MOVE-LOCAL-FIM.
           GO TO FN-MOVE-LOCAL-START.
       FN-MOVE-LOCAL-FIM.
           EXIT.

       FN-GRAVA-TRLOC.
           ADD 1 TO SEQTLW.
           MOVE FILORIGTR TO FILORIGTL.
           MOVE NUMTRANSF TO TRANSFTL.
           MOVE NUMITEM TO ITEMTL.
           MOVE SEQTLW TO SEQTL.
           MOVE LOTELOCW TO LOTETL.
           MOVE ENDORIGW TO ENDORIGTL.
           MOVE ENDDESTW TO ENDDESTTL.
           MOVE QTDLOCW TO QTDTL.
           WRITE REGTRLOC.
           IF RUADW = SPACES
               GO TO FN-GRAVA-TRLOC-FIM.
           MOVE FILDESTTR TO FILIALLOCW.
           MOVE ENDDESTW TO ENDERW.
           IF FILDESTTR NOT = FILORIGTR
               MOVE SPACES TO LOTELOCW.
           PERFORM FN-SOMA-ESTLOC THRU FN-SOMA-ESTLOC-FIM.
       FN-GRAVA-TRLOC-FIM.
           EXIT.

       FN-ESTORNA-LOCAL.
           MOVE FILORIGTI TO FILORIGTL.
           MOVE TRANSFITEM TO TRANSFTL.
           MOVE ITEMSEQTI TO ITEMTL.
           MOVE ZEROS TO SEQTL.
           START CADTRLOC KEY IS NOT LESS THAN CHAVETRLOC
               INVALID KEY GO TO FN-ESTORNA-LOCAL-FIM.
       FN-ESTORNA-LOCAL-LOOP.
           READ CADTRLOC NEXT RECORD
               AT END GO TO FN-ESTORNA-LOCAL-FIM.
           IF FILORIGTL NOT = FILORIGTI OR TRANSFTL NOT = TRANSFITEM
              OR ITEMTL NOT = ITEMSEQTI
               GO TO FN-ESTORNA-LOCAL-FIM.
           MOVE QTDTL TO QTDLOCW.
           IF RUADTL = SPACES
               GO TO FN-ESTORNA-LOCAL-ORIG.
           MOVE FILDESTTR TO FILIALLOCW.
           MOVE ENDDESTTL TO ENDERW.
           IF FILDESTTR = FILORIGTR
               MOVE LOTETL TO LOTELOCW
           ELSE
               MOVE SPACES TO LOTELOCW.
           PERFORM FN-TIRA-ESTLOC THRU FN-TIRA-ESTLOC-FIM.
       FN-ESTORNA-LOCAL-ORIG.
           IF RUAOTL NOT = SPACES
               MOVE FILORIGTR TO FILIALLOCW
               MOVE ENDORIGTL TO ENDERW
               MOVE LOTETL TO LOTELOCW
               PERFORM FN-SOMA-ESTLOC THRU FN-SOMA-ESTLOC-FIM.
           DELETE CADTRLOC RECORD.
           GO TO FN-ESTORNA-LOCAL-LOOP.
       FN-ESTORNA-LOCAL-FIM.
           EXIT.

       FN-SOMA-ESTLOC.
           MOVE FILIALLOCW TO FILIALEL.
           MOVE CODPRODUTO TO PRODEL.
           MOVE LOTELOCW TO LOTEEL.
           MOVE ENDERW TO ENDEREL.
           READ CADESTLOC
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-SOMA-ESTLOC.
           IF ERRO = "00"
               ADD QTDLOCW TO QTDEL
               REWRITE REGESTLOC
               GO TO FN-SOMA-ESTLOC-FIM.
           MOVE FILIALLOCW TO FILIALEL FILLOCEL.
           MOVE CODPRODUTO TO PRODEL.
           MOVE LOTELOCW TO LOTEEL.
           MOVE ENDERW TO ENDEREL ENDLOCEL.
           MOVE QTDLOCW TO QTDEL.
           WRITE REGESTLOC.
       FN-SOMA-ESTLOC-FIM.
           EXIT.

       FN-TIRA-ESTLOC.
           MOVE FILIALLOCW TO FILIALEL.
           MOVE CODPRODUTO TO PRODEL.
           MOVE LOTELOCW TO LOTEEL.
           MOVE ENDERW TO ENDEREL.
           READ CADESTLOC
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-TIRA-ESTLOC.
           IF ERRO NOT = "00"
               GO TO FN-TIRA-ESTLOC-FIM.
           IF QTDEL > QTDLOCW
               SUBTRACT QTDLOCW FROM QTDEL
               REWRITE REGESTLOC
           ELSE
               DELETE CADESTLOC RECORD.
       FN-TIRA-ESTLOC-FIM.
           EXIT.

       FN-SALDO-END.
           MOVE ZEROS TO SALDOENDW.
           MOVE FILIALLOCW TO FILLOCEL.
           MOVE ENDERW TO ENDLOCEL.
           START CADESTLOC KEY IS NOT LESS THAN CHAVELOCEL
               INVALID KEY GO TO FN-SALDO-END-FIM.
       FN-SALDO-END-LOOP.
           READ CADESTLOC NEXT RECORD
               AT END GO TO FN-SALDO-END-FIM.
           IF FILLOCEL NOT = FILIALLOCW OR ENDLOCEL NOT = ENDERW
               GO TO FN-SALDO-END-FIM.
           IF PRODEL = CODPRODUTO
               ADD QTDEL TO SALDOENDW.
           GO TO FN-SALDO-END-LOOP.
       FN-SALDO-END-FIM.
           EXIT.

       FN-LOCALIZADO.
           MOVE ZEROS TO LOCALIZADOW.
           MOVE FILORIGTR TO FILIALEL.
           MOVE CODPRODUTO TO PRODEL.
           MOVE LOW-VALUES TO LOTEEL.
           MOVE SPACES TO RUAEL.
           MOVE ZEROS TO ESTEL NIVELEL.
           START CADESTLOC KEY IS NOT LESS THAN CHAVEESTLOC
               INVALID KEY GO TO FN-LOCALIZADO-FIM.
       FN-LOCALIZADO-LOOP.
           READ CADESTLOC NEXT RECORD
               AT END GO TO FN-LOCALIZADO-FIM.
           IF FILIALEL NOT = FILORIGTR OR PRODEL NOT = CODPRODUTO
               GO TO FN-LOCALIZADO-FIM.
           ADD QTDEL TO LOCALIZADOW.
           GO TO FN-LOCALIZADO-LOOP.
       FN-LOCALIZADO-FIM.
           EXIT.

       FN-OCUPACAO.
           MOVE ZEROS TO OCUPADOW.
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

       FN-GRAVA-MOV.
           ACCEPT DATATRANSFW FROM DATE YYYYMMDD.
           ACCEPT HORAMOVW FROM TIME.
           CLOSE CADTRANSITEM.
           CLOSE CADPROD.
           CLOSE MOVEST.
           IF LOCALOK = "S"
               CLOSE CADLOCAL CADESTLOC CADTRLOC.
           EXIT PROGRAM.
