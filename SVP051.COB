               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT CADKIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEKIT
               FILE STATUS  IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADPEDIDO
           03 QTDDEVREG PIC 9(04).
           03 VALORDEVREG PIC 9(06)V9(03).

       FD  CADKIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADKIT.DAT".
       01  REGKIT.
           03 CHAVEKIT.
               05 FILIALKIT PIC 9(02).
               05 PRODKIT PIC 9(06).
               05 COMPKIT PIC 9(06).
           03 QTDCOMPKIT PIC 9(04).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  MENS.
       01  FILIALW PIC 9(02) VALUE ZEROS.
       01  QTDJADEV PIC 9(05) VALUE ZEROS.
       01  SALDODEV PIC 9(04) VALUE ZEROS.
       01  QTDMOVW PIC 9(04) VALUE ZEROS.
       01  QTDKITW PIC 9(08) VALUE ZEROS.
       01  KITOK PIC X(01) VALUE "N".
       01  KITSIM PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  OPERLOG.
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-ABRE7.
           MOVE "N" TO KITOK.
           OPEN INPUT CADKIT
           IF ERRO = "00"
               MOVE "S" TO KITOK.

       FN-INICIO.
           MOVE ZEROS TO CODFILIAL CODPEDIDO CLIENTEPEDIDO TOTALVENDA
           ITEMSEQ PRODUTOITEM QUANTITEM QTDDEV CREDITODEV
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-MAISITENS.
           PERFORM FN-VERIF-KIT THRU FN-VERIF-KIT-FIM.
           IF KITSIM = "S"
               PERFORM FN-DEVOLVE-KIT THRU FN-DEVOLVE-KIT-FIM
               GO TO FN-VALOR-DEV.
           ADD QTDDEV TO QUANTEST.
           PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM.
           MOVE QTDDEV TO QTDMOVW.
           PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM.

       FN-VALOR-DEV.
           COMPUTE VALORDEV ROUNDED =
               TOTALITEMREG * QTDDEV / QUANTITEM.
           ADD VALORDEV TO CREDITODEV.
           MOVE OPCODLOG TO OPERADORMOV.
           MOVE "D" TO TIPOMOV.
           MOVE CODPEDIDO TO DOCMOV.
           MOVE QTDMOVW TO QTDMOV.
           MOVE QUANTEST TO SALDOMOV.
           MOVE SPACES TO LOTEMOV.
           WRITE REGMOV.
       FN-GRAVA-MOV-FIM.
           EXIT.

       FN-VERIF-KIT.
           MOVE "N" TO KITSIM.
           IF KITOK NOT = "S"
               GO TO FN-VERIF-KIT-FIM.
           MOVE CODFILIAL TO FILIALKIT.
           MOVE PRODUTOITEM TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-VERIF-KIT-FIM.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-VERIF-KIT-FIM.
           IF FILIALKIT = CODFILIAL AND PRODKIT = PRODUTOITEM
               MOVE "S" TO KITSIM.
       FN-VERIF-KIT-FIM.
           EXIT.

       FN-DEVOLVE-KIT.
           MOVE CODFILIAL TO FILIALKIT.
           MOVE PRODUTOITEM TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-DEVOLVE-KIT-FIM.
       FN-DEVOLVE-KIT-LOOP.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-DEVOLVE-KIT-FIM.
           IF FILIALKIT NOT = CODFILIAL OR PRODKIT NOT = PRODUTOITEM
               GO TO FN-DEVOLVE-KIT-FIM.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE COMPKIT TO CODPROD.
           READ CADPROD
           IF ERRO NOT = "00"
               GO TO FN-DEVOLVE-KIT-LOOP.
           COMPUTE QTDKITW = QTDDEV * QTDCOMPKIT.
       FN-DEVOLVE-KIT-PARTE.
           IF QTDKITW > 9999
               MOVE 9999 TO QTDMOVW
           ELSE
               MOVE QTDKITW TO QTDMOVW.
           SUBTRACT QTDMOVW FROM QTDKITW.
           ADD QTDMOVW TO QUANTEST.
           PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM.
           IF QTDKITW > ZEROS
               GO TO FN-DEVOLVE-KIT-PARTE.
           PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM.
           GO TO FN-DEVOLVE-KIT-LOOP.
       FN-DEVOLVE-KIT-FIM.
           EXIT.

       FN-SOMA-DEVOLVIDO.
           MOVE ZEROS TO QTDJADEV.
           CLOSE CADDEV.
           CLOSE CADREC.
           CLOSE MOVEST.
           CLOSE CADDEV.
           IF KITOK = "S"
               CLOSE CADKIT.
           EXIT PROGRAM.
