               RECORD KEY   IS CHAVEALOC
               FILE STATUS  IS ERRO.

           SELECT CADKIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEKIT
               FILE STATUS  IS ERRO.

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

           SELECT CADSEPLOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVESEPLOC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT RELSEPAR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.
               05 SEQALOC PIC 9(02).
           03 LOTEALOC PIC X(10).
           03 QTDALOC PIC 9(04).
           03 PRODALOC PIC 9(06).

       FD  CADKIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADKIT.DAT".
       01  REGKIT.
           03 CHAVEKIT.
               05 FILIALKIT PIC 9(02).
               05 PRODKIT PIC 9(06).
               05 COMPKIT PIC 9(06).
           03 QTDCOMPKIT PIC 9(04).

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

       FD  CADSEPLOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSEPLOC.DAT".
       01  REGSEPLOC.
           03 CHAVESEPLOC.
               05 FILIALSL PIC 9(02).
               05 PEDIDOSL PIC 9(06).
               05 ITEMSL PIC 9(03).
               05 SEQSL PIC 9(03).
           03 PRODSL PIC 9(06).
           03 KITSL PIC 9(06).
           03 LOTESL PIC X(10).
           03 ENDERSL.
               05 RUASL PIC X(02).
               05 ESTSL PIC 9(03).
               05 NIVSL PIC 9(02).
           03 QTDSL PIC 9(08).
           03 SEQCAMSL PIC 9(05).

       FD  RELSEPAR
           LABEL RECORD IS STANDARD
       01  TOTPED PIC 9(05) VALUE ZEROS.
       01  ACHOUEND PIC X(01) VALUE "N".
       01  ALOCOK PIC X(01) VALUE "N".
       01  KITOK PIC X(01) VALUE "N".
       01  KITSIM PIC X(01) VALUE "N".
       01  PRODLOTEW PIC 9(06) VALUE ZEROS.
       01  QTDKITW PIC 9(08) VALUE ZEROS.
       01  KITW PIC 9(06) VALUE ZEROS.
       01  USALOCAL PIC X(01) VALUE "N".
       01  SEPJAW PIC X(01) VALUE "N".
       01  FILTROLOTE PIC X(01) VALUE "N".
       01  LOTEBUSCAW PIC X(10) VALUE SPACES.
       01  TENTLOC PIC 9(02) VALUE ZEROS.
       01  ESPERAW PIC 9(06) VALUE ZEROS.
       01  QTDBUSCAW PIC 9(08) VALUE ZEROS.
       01  RESTANTEW PIC 9(08) VALUE ZEROS.
       01  ACHOUW PIC X(01) VALUE "N".
       01  SEQW PIC 9(05) VALUE ZEROS.
       01  SEQESCW PIC 9(05) VALUE ZEROS.
       01  CHAVEESCW PIC X(25) VALUE SPACES.
       01  SEQSLW PIC 9(03) VALUE ZEROS.
       01  TOTSEMEND PIC 9(05) VALUE ZEROS.
       01  LINHAW.
           03 SEQLINW PIC 9(05).
           03 ENDLINW.
               05 RUALINW PIC X(02).
               05 ESTLINW PIC 9(03).
               05 NIVLINW PIC 9(02).
           03 LOTELINW PIC X(10).
           03 QTDLINW PIC 9(08).
       01  QTDSEP PIC 9(03) VALUE ZEROS.
       01  INDS PIC 9(03) VALUE ZEROS.
       01  INDS2 PIC 9(03) VALUE ZEROS.
       01  TABSEP.
           03 SEPLINHA OCCURS 300 TIMES.
               05 SEPSEQ PIC 9(05).
               05 SEPEND.
                   07 SEPRUA PIC X(02).
                   07 SEPEST PIC 9(03).
                   07 SEPNIV PIC 9(02).
               05 SEPPROD PIC 9(06).
               05 SEPLOTE PIC X(10).
               05 SEPQTD PIC 9(08).
               05 SEPKIT PIC 9(06).
       01  ENDTXTW.
           03 ENDTRUA PIC X(02).
           03 FILLER PIC X(01) VALUE "-".
           03 ENDTEST PIC 9(03).
           03 FILLER PIC X(01) VALUE "-".
           03 ENDTNIV PIC 9(02).
       01  LINPED.
           03 FILLER PIC X(09) VALUE " PEDIDO: ".
           03 LPPEDIDO PIC ZZZZZ9.
           03 LEUF PIC X(02).
       01  LINSEMEND PIC X(80) VALUE
           " ENTREGA - SEM ENDERECO DE ENTREGA CADASTRADO".
       01  LINCABSEP.
           03 FILLER PIC X(40)
               VALUE "    ENDERECO  PRODUTO DESCRICAO         ".
           03 FILLER PIC X(40)
               VALUE "       LOTE          QTDE UN            ".
       01  LINITEM.
           03 FILLER PIC X(03) VALUE SPACES.
           03 LIENDER PIC X(12).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LICODPROD PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LIDESCR PIC X(24).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LILOTE PIC X(10).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LIQUANT PIC ZZZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LIUNID PIC X(02).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LIKITTXT PIC X(04).
           03 LIKIT PIC ZZZZZZ.
       01  LINCAB1.
           03 FILLER PIC X(34) VALUE
           " ROMANEIO DE SEPARACAO - FILIAL: ".
       01  LINRODAPE.
           03 FILLER PIC X(21) VALUE " PEDIDOS NO ROMANEIO:".
           03 LRTOTAL PIC ZZZZ9.
       01  LINRODAPE2.
           03 FILLER PIC X(21) VALUE " LINHAS SEM ENDERECO:".
           03 LRSEMEND PIC ZZZZ9.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "ROMANEIO SEP".
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).
       01  PARMJOB.
           03 MODOPRM PIC X(01).
               88 JOB-BATCH VALUE "B".
           03 FILIALPRM PIC 9(02).
           03 DATAPRM PIC 9(08).
           03 DATAPRMR REDEFINES DATAPRM.
               05 ANOPRM PIC 9(04).
               05 MESPRM PIC 9(02).
               05 DIAPRM PIC 9(02).
           03 RCPRM PIC 9(02).

       PROCEDURE DIVISION USING OPERLOG PARMJOB.
      *
       FN-PARAMETROS.
           MOVE ZEROS TO RCPRM.
           IF JOB-BATCH
               MOVE FILIALPRM TO FILIALSEL
               COMPUTE DATASEL = (DIAPRM * 1000000) + (MESPRM * 10000)
                               + ANOPRM
               GO TO FN-ABRE1.
           DISPLAY " FILIAL: ".
           ACCEPT FILIALSEL.
           DISPLAY " DATA DOS PEDIDOS (DDMMAAAA): ".
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADPED NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADITEM NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ITEM =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADPROD NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PROD =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADCLIEND NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIEND =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADALOC
           IF ERRO = "00"
               MOVE "S" TO ALOCOK.
           MOVE "N" TO KITOK.
           OPEN INPUT CADKIT
           IF ERRO = "00"
               MOVE "S" TO KITOK.

       FN-ABRE4C.
           MOVE "N" TO USALOCAL.
           OPEN INPUT CADLOCAL
           IF ERRO NOT = "00"
               GO TO FN-ABRE5.
           MOVE FILIALSEL TO FILIALLOC.
           MOVE SPACES TO RUALOC.
           MOVE ZEROS TO ESTLOC NIVLOC.
           START CADLOCAL KEY IS NOT LESS THAN CHAVELOCAL
               INVALID KEY GO TO FN-ABRE4F.
           READ CADLOCAL NEXT RECORD
               AT END GO TO FN-ABRE4F.
           IF FILIALLOC NOT = FILIALSEL
               GO TO FN-ABRE4F.

       FN-ABRE4D.
           OPEN I-O CADESTLOC
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADESTLOC
                 CLOSE CADESTLOC
                 GO TO FN-ABRE4D
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESTLOC =>" ERRO
                 MOVE 08 TO RCPRM
                 CLOSE CADLOCAL
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE4E.
           OPEN I-O CADSEPLOC
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADSEPLOC
                 CLOSE CADSEPLOC
                 GO TO FN-ABRE4E
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO SEPLOC =>" ERRO
                 MOVE 08 TO RCPRM
                 CLOSE CADLOCAL CADESTLOC
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.
           MOVE "S" TO USALOCAL.
           GO TO FN-ABRE5.

       FN-ABRE4F.
           CLOSE CADLOCAL.

       FN-ABRE5.
           OPEN OUTPUT RELSEPAR
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELSEPAR =>" ERRO2
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM.

       FN-CABECALHO.
           EXIT.

       FN-ITENS.
           WRITE LINHASEPAR FROM LINCABSEP.
           MOVE ZEROS TO QTDSEP SEQSLW.
           MOVE "N" TO SEPJAW.
           IF USALOCAL = "S"
               PERFORM FN-CARREGA-SEP THRU FN-CARREGA-SEP-FIM.
           IF SEPJAW = "S"
               GO TO FN-ITENS-IMPRIME.
           MOVE CODFILIAL TO FILIALITEM.
           MOVE CODPEDIDO TO PEDIDOITEM.
           MOVE ZEROS TO ITEMSEQ.
           START CADPEDITEM KEY IS NOT LESS THAN CHAVEITEM
               INVALID KEY GO TO FN-ITENS-IMPRIME.
       FN-ITENS-LOOP.
           READ CADPEDITEM NEXT RECORD
               AT END GO TO FN-ITENS-IMPRIME.
           IF PEDIDOITEM NOT = CODPEDIDO OR FILIALITEM NOT = CODFILIAL
               GO TO FN-ITENS-IMPRIME.
           MOVE "N" TO KITSIM.
           IF KITOK = "S"
               PERFORM FN-COMP-KIT THRU FN-COMP-KIT-FIM.
           IF KITSIM = "S"
               GO TO FN-ITENS-LOOP.
           MOVE PRODUTOITEM TO PRODLOTEW.
           MOVE QUANTITEM TO QTDKITW.
           MOVE ZEROS TO KITW.
           PERFORM FN-SEPARA THRU FN-SEPARA-FIM.
           GO TO FN-ITENS-LOOP.
       FN-ITENS-IMPRIME.
           PERFORM FN-IMPRIME-SEP THRU FN-IMPRIME-SEP-FIM.
       FN-ITENS-FIM.
           EXIT.

       FN-SEPARA.
           MOVE QTDKITW TO RESTANTEW.
           IF ALOCOK = "S"
               PERFORM FN-LOTES-ITEM THRU FN-LOTES-ITEM-FIM.
           IF RESTANTEW = ZEROS
               GO TO FN-SEPARA-FIM.
           MOVE "N" TO FILTROLOTE.
           MOVE SPACES TO LOTEBUSCAW.
           MOVE RESTANTEW TO QTDBUSCAW.
           MOVE ZEROS TO RESTANTEW.
           PERFORM FN-PEGA-LOCAL THRU FN-PEGA-LOCAL-FIM.
       FN-SEPARA-FIM.
           EXIT.

       FN-LOTES-ITEM.
           MOVE CODFILIAL TO FILIALALOC.
           MOVE CODPEDIDO TO PEDIDOALOC.
           START CADALOC KEY IS NOT LESS THAN CHAVEALOC
               INVALID KEY GO TO FN-LOTES-ITEM-FIM.
       FN-LOTES-ITEM-LOOP.
           IF RESTANTEW = ZEROS
               GO TO FN-LOTES-ITEM-FIM.
           READ CADALOC NEXT RECORD
               AT END GO TO FN-LOTES-ITEM-FIM.
           IF FILIALALOC NOT = CODFILIAL
               OR PEDIDOALOC NOT = CODPEDIDO
               OR ITEMALOC NOT = ITEMSEQ
               GO TO FN-LOTES-ITEM-FIM.
           IF PRODALOC NOT = ZEROS AND PRODALOC NOT = PRODLOTEW
               GO TO FN-LOTES-ITEM-LOOP.
           MOVE "S" TO FILTROLOTE.
           MOVE LOTEALOC TO LOTEBUSCAW.
           IF QTDALOC < RESTANTEW
               MOVE QTDALOC TO QTDBUSCAW
           ELSE
               MOVE RESTANTEW TO QTDBUSCAW.
           SUBTRACT QTDBUSCAW FROM RESTANTEW.
           PERFORM FN-PEGA-LOCAL THRU FN-PEGA-LOCAL-FIM.
           GO TO FN-LOTES-ITEM-LOOP.
       FN-LOTES-ITEM-FIM.
           EXIT.

       FN-COMP-KIT.
           MOVE CODFILIAL TO FILIALKIT.
           MOVE PRODUTOITEM TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-COMP-KIT-FIM.
       FN-COMP-KIT-LOOP.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-COMP-KIT-FIM.
           IF FILIALKIT NOT = CODFILIAL OR PRODKIT NOT = PRODUTOITEM
               GO TO FN-COMP-KIT-FIM.
           MOVE "S" TO KITSIM.
           COMPUTE QTDKITW = QUANTITEM * QTDCOMPKIT.
           MOVE COMPKIT TO PRODLOTEW.
           MOVE PRODUTOITEM TO KITW.
           PERFORM FN-SEPARA THRU FN-SEPARA-FIM.
           GO TO FN-COMP-KIT-LOOP.
       FN-COMP-KIT-FIM.
           EXIT.

       FN-PEGA-LOCAL.
           IF USALOCAL NOT = "S"
               GO TO FN-PEGA-LOCAL-FALTA.
           MOVE ZEROS TO TENTLOC.
       FN-PEGA-LOCAL-LOOP.
           IF QTDBUSCAW = ZEROS
               GO TO FN-PEGA-LOCAL-FIM.
           PERFORM FN-MENOR-SEQ THRU FN-MENOR-SEQ-FIM.
           IF ACHOUW NOT = "S"
               GO TO FN-PEGA-LOCAL-FALTA.
           MOVE CHAVEESCW TO CHAVEESTLOC.
           READ CADESTLOC
           IF ERRO = "99"
               ADD 1 TO TENTLOC
               DISPLAY " REGISTRO EM USO - TENTATIVA: " TENTLOC
               IF TENTLOC < 30
                   PERFORM FN-ESPERA THRU FN-ESPERA-FIM
                   GO TO FN-PEGA-LOCAL-LOOP
               ELSE
                   GO TO FN-PEGA-LOCAL-EM-USO.
           IF ERRO NOT = "00"
               GO TO FN-PEGA-LOCAL-FALTA.
           MOVE ZEROS TO TENTLOC.
           IF QTDEL < QTDBUSCAW
               MOVE QTDEL TO QTDLINW
           ELSE
               MOVE QTDBUSCAW TO QTDLINW.
           SUBTRACT QTDLINW FROM QTDEL QTDBUSCAW.
           MOVE SEQESCW TO SEQLINW.
           MOVE ENDEREL TO ENDLINW.
           MOVE LOTEEL TO LOTELINW.
           IF QTDEL = ZEROS
               DELETE CADESTLOC RECORD
           ELSE
               REWRITE REGESTLOC.
           PERFORM FN-ADD-LINHA THRU FN-ADD-LINHA-FIM.
           GO TO FN-PEGA-LOCAL-LOOP.
       FN-PEGA-LOCAL-EM-USO.
           IF RCPRM < 04
               MOVE 04 TO RCPRM.
       FN-PEGA-LOCAL-FALTA.
           IF QTDBUSCAW = ZEROS
               GO TO FN-PEGA-LOCAL-FIM.
           MOVE 99999 TO SEQLINW.
           MOVE SPACES TO RUALINW.
           MOVE ZEROS TO ESTLINW NIVLINW.
           MOVE LOTEBUSCAW TO LOTELINW.
           MOVE QTDBUSCAW TO QTDLINW.
           MOVE ZEROS TO QTDBUSCAW.
           IF USALOCAL = "S"
               ADD 1 TO TOTSEMEND.
           PERFORM FN-ADD-LINHA THRU FN-ADD-LINHA-FIM.
       FN-PEGA-LOCAL-FIM.
           EXIT.

       FN-ESPERA.
           MOVE ZEROS TO ESPERAW.
       FN-ESPERA-LOOP.
           ADD 1 TO ESPERAW.
           IF ESPERAW < 500000
               GO TO FN-ESPERA-LOOP.
       FN-ESPERA-FIM.
           EXIT.

       FN-MENOR-SEQ.
           MOVE "N" TO ACHOUW.
           MOVE ZEROS TO SEQESCW.
           MOVE CODFILIAL TO FILIALEL.
           MOVE PRODLOTEW TO PRODEL.
           MOVE LOW-VALUES TO LOTEEL.
           MOVE SPACES TO RUAEL.
           MOVE ZEROS TO ESTEL NIVELEL.
           START CADESTLOC KEY IS NOT LESS THAN CHAVEESTLOC
               INVALID KEY GO TO FN-MENOR-SEQ-FIM.
       FN-MENOR-SEQ-LOOP.
           READ CADESTLOC NEXT RECORD
               AT END GO TO FN-MENOR-SEQ-FIM.
           IF FILIALEL NOT = CODFILIAL OR PRODEL NOT = PRODLOTEW
               GO TO FN-MENOR-SEQ-FIM.
           IF FILTROLOTE = "S" AND LOTEEL NOT = LOTEBUSCAW
               GO TO FN-MENOR-SEQ-LOOP.
           IF QTDEL = ZEROS
               GO TO FN-MENOR-SEQ-LOOP.
           MOVE FILIALEL TO FILIALLOC.
           MOVE ENDEREL TO ENDERLOC.
           READ CADLOCAL
           IF ERRO = "00"
               MOVE SEQLOC TO SEQW
           ELSE
               MOVE 99998 TO SEQW.
           IF ACHOUW = "N" OR SEQW < SEQESCW
               MOVE "S" TO ACHOUW
               MOVE SEQW TO SEQESCW
               MOVE CHAVEESTLOC TO CHAVEESCW.
           GO TO FN-MENOR-SEQ-LOOP.
       FN-MENOR-SEQ-FIM.
           EXIT.

       FN-ADD-LINHA.
           IF USALOCAL = "S"
               PERFORM FN-GRAVA-SEPLOC THRU FN-GRAVA-SEPLOC-FIM.
           PERFORM FN-INSERE THRU FN-INSERE-FIM.
       FN-ADD-LINHA-FIM.
           EXIT.

       FN-GRAVA-SEPLOC.
           ADD 1 TO SEQSLW.
           MOVE CODFILIAL TO FILIALSL.
           MOVE CODPEDIDO TO PEDIDOSL.
           MOVE ITEMSEQ TO ITEMSL.
           MOVE SEQSLW TO SEQSL.
           MOVE PRODLOTEW TO PRODSL.
           MOVE KITW TO KITSL.
           MOVE LOTELINW TO LOTESL.
           MOVE ENDLINW TO ENDERSL.
           MOVE QTDLINW TO QTDSL.
           MOVE SEQLINW TO SEQCAMSL.
           WRITE REGSEPLOC
           IF ERRO = "22"
               GO TO FN-GRAVA-SEPLOC.
       FN-GRAVA-SEPLOC-FIM.
           EXIT.

       FN-CARREGA-SEP.
           MOVE CODFILIAL TO FILIALSL.
           MOVE CODPEDIDO TO PEDIDOSL.
           MOVE ZEROS TO ITEMSL SEQSL.
           START CADSEPLOC KEY IS NOT LESS THAN CHAVESEPLOC
               INVALID KEY GO TO FN-CARREGA-SEP-FIM.
       FN-CARREGA-SEP-LOOP.
           READ CADSEPLOC NEXT RECORD
               AT END GO TO FN-CARREGA-SEP-FIM.
           IF FILIALSL NOT = CODFILIAL OR PEDIDOSL NOT = CODPEDIDO
               GO TO FN-CARREGA-SEP-FIM.
           MOVE "S" TO SEPJAW.
           MOVE SEQCAMSL TO SEQLINW.
           MOVE ENDERSL TO ENDLINW.
           MOVE LOTESL TO LOTELINW.
           MOVE QTDSL TO QTDLINW.
           MOVE PRODSL TO PRODLOTEW.
           MOVE KITSL TO KITW.
           IF RUASL = SPACES
               ADD 1 TO TOTSEMEND.
           PERFORM FN-INSERE THRU FN-INSERE-FIM.
           GO TO FN-CARREGA-SEP-LOOP.
       FN-CARREGA-SEP-FIM.
           EXIT.

       FN-INSERE.
           IF QTDSEP = 300
               PERFORM FN-IMPRIME-SEP THRU FN-IMPRIME-SEP-FIM.
           ADD 1 TO QTDSEP.
           MOVE QTDSEP TO INDS.
       FN-INSERE-LOOP.
           IF INDS = 1
               GO TO FN-INSERE-GRAVA.
           COMPUTE INDS2 = INDS - 1.
           IF SEPSEQ (INDS2) NOT > SEQLINW
               GO TO FN-INSERE-GRAVA.
           MOVE SEPLINHA (INDS2) TO SEPLINHA (INDS).
           MOVE INDS2 TO INDS.
           GO TO FN-INSERE-LOOP.
       FN-INSERE-GRAVA.
           MOVE SEQLINW TO SEPSEQ (INDS).
           MOVE ENDLINW TO SEPEND (INDS).
           MOVE PRODLOTEW TO SEPPROD (INDS).
           MOVE LOTELINW TO SEPLOTE (INDS).
           MOVE QTDLINW TO SEPQTD (INDS).
           MOVE KITW TO SEPKIT (INDS).
       FN-INSERE-FIM.
           EXIT.

       FN-IMPRIME-SEP.
           MOVE ZEROS TO INDS.
       FN-IMPRIME-SEP-LOOP.
           ADD 1 TO INDS.
           IF INDS > QTDSEP
               GO TO FN-IMPRIME-SEP-ZERA.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE SEPPROD (INDS) TO CODPROD.
           READ CADPROD
               INVALID KEY MOVE SPACES TO DESCR UNID.
           IF USALOCAL NOT = "S"
               MOVE SPACES TO LIENDER
           ELSE IF SEPRUA (INDS) = SPACES
               MOVE "SEM ENDERECO" TO LIENDER
           ELSE
               MOVE SEPRUA (INDS) TO ENDTRUA
               MOVE SEPEST (INDS) TO ENDTEST
               MOVE SEPNIV (INDS) TO ENDTNIV
               MOVE ENDTXTW TO LIENDER.
           MOVE SEPPROD (INDS) TO LICODPROD.
           MOVE DESCR TO LIDESCR.
           MOVE SEPLOTE (INDS) TO LILOTE.
           MOVE SEPQTD (INDS) TO LIQUANT.
           MOVE UNID TO LIUNID.
           MOVE SEPKIT (INDS) TO LIKIT.
           IF SEPKIT (INDS) = ZEROS
               MOVE SPACES TO LIKITTXT
           ELSE
               MOVE "KIT " TO LIKITTXT.
           WRITE LINHASEPAR FROM LINITEM.
           GO TO FN-IMPRIME-SEP-LOOP.
       FN-IMPRIME-SEP-ZERA.
           MOVE ZEROS TO QTDSEP.
       FN-IMPRIME-SEP-FIM.
           EXIT.

       FN-RODAPE.
           MOVE TOTPED TO LRTOTAL.
           WRITE LINHASEPAR FROM LINRODAPE.
           IF TOTSEMEND > ZEROS
               MOVE TOTSEMEND TO LRSEMEND
               WRITE LINHASEPAR FROM LINRODAPE2
               IF RCPRM < 04
                   MOVE 04 TO RCPRM.

       FN-FIM.
           CLOSE CADPEDIDO.
           CLOSE CADCLIEND.
           IF ALOCOK = "S"
               CLOSE CADALOC.
           IF KITOK = "S"
               CLOSE CADKIT.
           IF USALOCAL = "S"
               CLOSE CADLOCAL CADESTLOC CADSEPLOC.
           CLOSE RELSEPAR.
           DISPLAY " PEDIDOS NO ROMANEIO: " TOTPED.
           MOVE OPCODLOG TO OPERRELSP.
