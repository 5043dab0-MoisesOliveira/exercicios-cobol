               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT CADCONDCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECONDCLI
               FILE STATUS  IS ERRO.

           SELECT CADAJCOND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEAJC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADKIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEKIT
               FILE STATUS  IS ERRO.

           SELECT CADLOTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVELOTE
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADALOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEALOC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADORC
           03 SITORC PIC X(01).
               88 ORCAMENTO-ABERTO VALUE "A".
               88 ORCAMENTO-CONVERTIDO VALUE "C".
           03 CONDORC PIC 9(03).

       FD  CADORCITEM
           LABEL RECORD IS STANDARD
           03 SALDOMOV PIC 9(05).
           03 LOTEMOV PIC X(10).

       FD  CADCONDCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONDCLI.DAT".
       01  REGCONDCLI.
           03 CHAVECONDCLI.
               05 FILIALCC PIC 9(02).
               05 CLIENTECC PIC 9(06).
           03 CONDCC PIC 9(03).

       FD  CADAJCOND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAJCOND.DAT".
       01  REGAJCOND.
           03 CHAVEAJC.
               05 FILIALAJC PIC 9(02).
               05 ORIGEMAJC PIC X(01).
                   88 AJC-VENDA VALUE "V".
                   88 AJC-COMPRA VALUE "C".
               05 DOCAJC PIC 9(06).
           03 PARCEIROAJC PIC 9(06).
           03 CONDAJC PIC 9(03).
           03 DATAAJC PIC 9(08).
           03 TOTALAJC PIC 9(06)V9(03).
           03 TOTALFINAJC PIC 9(07)V9(03).
           03 SINALAJC PIC X(01).
               88 AJC-ACRESCIMO VALUE "A".
               88 AJC-DESCONTO VALUE "D".
           03 VALORAJC PIC 9(06)V9(03).

       FD  CADKIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADKIT.DAT".
       01  REGKIT.
           03 CHAVEKIT.
               05 FILIALKIT PIC 9(02).
               05 PRODKIT PIC 9(06).
               05 COMPKIT PIC 9(06).
           03 QTDCOMPKIT PIC 9(04).

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

       FD  CADALOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADALOC.DAT".
       01  REGALOC.
           03 CHAVEALOC.
               05 FILIALALOC PIC 9(02).
               05 PEDIDOALOC PIC 9(06).
               05 ITEMALOC PIC 9(03).
               05 SEQALOC PIC 9(02).
           03 LOTEALOC PIC X(10).
           03 QTDALOC PIC 9(04).
           03 PRODALOC PIC 9(06).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  MENS.
       01  GERAOK PIC X(01) VALUE "S".
       01  FECHOK PIC X(01) VALUE "N".
       01  FORMAW PIC 9(02) VALUE ZEROS.
       01  KITOK PIC X(01) VALUE "N".
       01  KITSIM PIC X(01) VALUE "N".
       01  KITPRODW PIC 9(06) VALUE ZEROS.
       01  QTDKITW PIC 9(08) VALUE ZEROS.
       01  LOTEOK PIC X(01) VALUE "N".
       01  QTDMOVW PIC 9(04) VALUE ZEROS.
       01  LOTEMOVW PIC X(10) VALUE SPACES.
       01  RESTANTE PIC 9(04) VALUE ZEROS.
       01  TOMA PIC 9(04) VALUE ZEROS.
       01  SEQALOCW PIC 9(02) VALUE ZEROS.
       01  MELHORLOTE PIC X(10) VALUE SPACES.
       01  MELHORVAL PIC 9(08) VALUE ZEROS.
       01  ACHOULOTE PIC X(01) VALUE "N".
       01  CONDOK PIC X(01) VALUE "N".
       01  CONDCLIOK PIC X(01) VALUE "N".
       01  DESCCONDW PIC X(20) VALUE SPACES.
       01  HISTOK PIC X(01) VALUE "S".
       01  QTDHISTW PIC 9(05) VALUE ZEROS.
       01  SOMAATRW PIC 9(07) VALUE ZEROS.
       01  MEDATRW PIC 9(05) VALUE ZEROS.
       01  DIASHOJE PIC 9(08) VALUE ZEROS.
       01  DIASVENCW PIC 9(08) VALUE ZEROS.
       01  DIASPAGW PIC 9(08) VALUE ZEROS.
       01  DIASATRASOW PIC S9(05) VALUE ZEROS.
       01  PAGHISTW.
           03 ANOPGH PIC 9(04).
           03 MESPGH PIC 9(02).
           03 DIAPGH PIC 9(02).
       01  PAGHISTNUM REDEFINES PAGHISTW PIC 9(08).
       01  PARMCOND.
           03 CODCONDPC PIC 9(03).
           03 DATABASEPC PIC 9(08).
           03 TOTALPC PIC 9(06)V9(03).
           03 RCPC PIC 9(02).
           03 DESCPC PIC X(20).
           03 LIMATRPC PIC 9(03).
           03 NPARCPC PIC 9(02).
           03 TOTALFINPC PIC 9(07)V9(03).
           03 TABPARCPC OCCURS 12 TIMES.
               05 VENCPC PIC 9(08).
               05 VALORPC PIC 9(06)V9(03).

       LINKAGE SECTION.
       01  OPERLOG.
               VALUE  " DATA DO ORCAMENTO:".
           05  LINE 07  COLUMN 41
               VALUE  " VALIDADE:".
           05  LINE 03  COLUMN 41
               VALUE  " COND.PAGTO:".
           05  LINE 09  COLUMN 01
               VALUE  " CODIGO PRODUTO:".
           05  LINE 11  COLUMN 01
           05  TVALIDADE
               LINE 07  COLUMN 52  PIC 99.99.9999
               USING  VALIDADEORC.
           05  TCOND
               LINE 03  COLUMN 54  PIC 9(03)
               USING  CONDORC.
           05  TDESCCOND
               LINE 03  COLUMN 58  PIC X(20)
               USING  DESCCONDW.
           05  TCODPROD
               LINE 09  COLUMN 18  PIC 9(06)
               USING  CODPRODUTO.
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-ABRE9.
           MOVE "N" TO KITOK.
           OPEN INPUT CADKIT
           IF ERRO = "00"
               MOVE "S" TO KITOK.
           MOVE "N" TO LOTEOK.
           OPEN I-O CADLOTE
           IF ERRO = "00"
               MOVE "S" TO LOTEOK.
           MOVE "N" TO CONDOK.
           MOVE ZEROS TO CODCONDPC DATABASEPC TOTALPC.
           CALL "SVP101" USING PARMCOND
           CANCEL "SVP101".
           IF RCPC NOT = 30
               MOVE "S" TO CONDOK.
           MOVE "N" TO CONDCLIOK.
           OPEN INPUT CADCONDCLI
           IF ERRO = "00"
               MOVE "S" TO CONDCLIOK.

       FN-ABRE10.
           OPEN I-O CADALOC
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADALOC
                 CLOSE CADALOC
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE10
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ALOC =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE11.
           OPEN I-O CADAJCOND
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADAJCOND
                 CLOSE CADAJCOND
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE11
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AJCOND =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-PREPARA.
           MOVE ZEROS TO FILIALORC CLIENTEORC CODORC DATAORC
           VALIDADEORC TOTALORC CODPRODUTO QUANT NUMITEM CONDORC.
           MOVE SPACES TO NOME DESCR DESCCONDW.

       FN-INICIO.
           DISPLAY TELAORC.
       FN-VALIDADE.
           ACCEPT TVALIDADE.

       FN-COND.
           MOVE ZEROS TO CONDORC.
           MOVE SPACES TO DESCCONDW.
           IF CONDOK NOT = "S"
               GO TO FN-ITENS-INIC.
           IF CONDCLIOK = "S"
               MOVE FILIALORC TO FILIALCC
               MOVE CLIENTEORC TO CLIENTECC
               READ CADCONDCLI
               IF ERRO = "00"
                   MOVE CONDCC TO CONDORC.
           DISPLAY TCOND TDESCCOND.
       FN-COND-ACEITA.
           ACCEPT TCOND.
           IF CONDORC = ZEROS
               MOVE " INFORME A CONDICAO DE PAGAMENTO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-COND-ACEITA.
           PERFORM FN-VALIDA-COND THRU FN-VALIDA-COND-FIM.
           IF HISTOK = "N"
               GO TO FN-COND-ACEITA.
           MOVE DESCPC TO DESCCONDW.
           DISPLAY TDESCCOND.

       FN-ITENS-INIC.
           MOVE ZEROS TO NUMITEM TOTALORC.

               MOVE " ORCAMENTO JA CONVERTIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           IF CONDOK = "S"
               GO TO FN-CONVERTE-COND.
           DISPLAY (22, 01) "NUMERO DE PARCELAS:  ".
           ACCEPT (22, 23) NUMPARC.
           IF NUMPARC = ZEROS
               MOVE 1 TO NUMPARC.
           GO TO FN-CONVERTE-FORMA.
       FN-CONVERTE-COND.
           DISPLAY (22, 01) "COND. PAGTO (0=SAI): ".
           DISPLAY (22, 23) CONDORC.
           ACCEPT (22, 23) CONDORC.
           IF CONDORC = ZEROS
               MOVE " ORCAMENTO NAO CONVERTIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           PERFORM FN-VALIDA-COND THRU FN-VALIDA-COND-FIM.
           IF HISTOK = "N"
               GO TO FN-CONVERTE-COND.
           MOVE NPARCPC TO NUMPARC.
       FN-CONVERTE-FORMA.
           DISPLAY (22, 01) "FORMA PGTO (1-4):    ".
           ACCEPT (22, 23) FORMAW.
           IF PRODUTO-INATIVO
               MOVE "N" TO ESTOQUEOK
               GO TO FN-VAL-ESTOQUE-FIM.
           MOVE PRODUTOORCI TO KITPRODW.
           PERFORM FN-VERIF-KIT THRU FN-VERIF-KIT-FIM.
           IF KITSIM = "S"
               PERFORM FN-ESTOQUE-KIT THRU FN-ESTOQUE-KIT-FIM
               IF ESTOQUEOK = "N"
                   GO TO FN-VAL-ESTOQUE-FIM
               ELSE
                   GO TO FN-VAL-ESTOQUE-LOOP.
           IF QUANTORCI > QUANTEST
               MOVE "N" TO ESTOQUEOK
               GO TO FN-VAL-ESTOQUE-FIM.
           MOVE PRECOORCI TO PRECOITEM.
           MOVE TOTALORCI TO TOTALITEMREG.
           WRITE REGITEM.
           MOVE PRODUTOORCI TO KITPRODW.
           PERFORM FN-VERIF-KIT THRU FN-VERIF-KIT-FIM.
           IF KITSIM = "S"
               PERFORM FN-BAIXA-KIT THRU FN-BAIXA-KIT-FIM
               GO TO FN-GERA-ITENS-LOOP.
           MOVE FILIALORC TO CODFILPROD.
           MOVE PRODUTOORCI TO CODPROD.
           READ CADPROD.
           SUBTRACT QUANTORCI FROM QUANTEST.
           REWRITE REGPROD.
           MOVE QUANTORCI TO QTDMOVW.
           MOVE SPACES TO LOTEMOVW.
           PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM.
           GO TO FN-GERA-ITENS-LOOP.
       FN-GERA-ITENS-FIM.
           EXIT.

       FN-GERA-PARCELAS.
           IF CONDORC NOT = ZEROS
               GO TO FN-GERA-PARCELAS-COND.
           DIVIDE TOTALVENDA BY NUMPARC GIVING VALORPARC ROUNDED.
           COMPUTE VALORULT = TOTALVENDA - (VALORPARC * (NUMPARC - 1)).
           MOVE ZEROS TO INDPARC.
           MOVE FORMAW TO FORMAREC.
           WRITE REGREC.
           GO TO FN-GERA-PARCELAS-LOOP.
       FN-GERA-PARCELAS-COND.
           MOVE CONDORC TO CODCONDPC.
           MOVE DATAHOJE TO DATABASEPC.
           MOVE TOTALVENDA TO TOTALPC.
           CALL "SVP101" USING PARMCOND
           CANCEL "SVP101".
           IF RCPC NOT = ZEROS
               MOVE ZEROS TO CONDORC
               GO TO FN-GERA-PARCELAS.
           PERFORM FN-GRAVA-AJCOND THRU FN-GRAVA-AJCOND-FIM.
           MOVE NPARCPC TO NUMPARC.
           MOVE ZEROS TO INDPARC.
       FN-GERA-PARCELAS-COND-LOOP.
           ADD 1 TO INDPARC.
           IF INDPARC > NUMPARC
               GO TO FN-GERA-PARCELAS-FIM.
           MOVE CODFILIAL TO FILIALREC.
           MOVE CLIENTEPEDIDO TO CLIENTEREC.
           MOVE CODPEDIDO TO PEDIDOREC.
           MOVE INDPARC TO PARCELAREC.
           MOVE VENCPC (INDPARC) TO VENCREC.
           MOVE VALORPC (INDPARC) TO VALORREC.
           MOVE "A" TO SITREC.
           MOVE ZEROS TO DATAPAGREC VALORPAGREC JUROSREC.
           MOVE FORMAW TO FORMAREC.
           WRITE REGREC.
           GO TO FN-GERA-PARCELAS-COND-LOOP.
       FN-GERA-PARCELAS-FIM.
           EXIT.

       FN-GRAVA-AJCOND.
           IF TOTALFINPC = TOTALPC
               GO TO FN-GRAVA-AJCOND-FIM.
           MOVE CODFILIAL TO FILIALAJC.
           MOVE "V" TO ORIGEMAJC.
           MOVE CODPEDIDO TO DOCAJC.
           MOVE CLIENTEPEDIDO TO PARCEIROAJC.
           MOVE CODCONDPC TO CONDAJC.
           ACCEPT DATAAJC FROM DATE YYYYMMDD.
           MOVE TOTALPC TO TOTALAJC.
           MOVE TOTALFINPC TO TOTALFINAJC.
           IF TOTALFINPC > TOTALPC
               MOVE "A" TO SINALAJC
               COMPUTE VALORAJC = TOTALFINPC - TOTALPC
           ELSE
               MOVE "D" TO SINALAJC
               COMPUTE VALORAJC = TOTALPC - TOTALFINPC.
           WRITE REGAJCOND
           IF ERRO = "22"
               REWRITE REGAJCOND.
       FN-GRAVA-AJCOND-FIM.
           EXIT.

       FN-VALIDA-COND.
           MOVE "S" TO HISTOK.
           MOVE CONDORC TO CODCONDPC.
           MOVE ZEROS TO DATABASEPC TOTALPC.
           CALL "SVP101" USING PARMCOND
           CANCEL "SVP101".
           IF RCPC = 10
               MOVE "N" TO HISTOK
               MOVE " CONDICAO NAO CADASTRADA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-VALIDA-COND-FIM.
           IF RCPC NOT = ZEROS
               MOVE "N" TO HISTOK
               MOVE " CONDICAO INATIVA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-VALIDA-COND-FIM.
           IF LIMATRPC = ZEROS
               GO TO FN-VALIDA-COND-FIM.
           PERFORM FN-HISTORICO THRU FN-HISTORICO-FIM.
           IF MEDATRW NOT > LIMATRPC
               GO TO FN-VALIDA-COND-FIM.
           IF OPNIVELLOG NOT = 2
               MOVE "N" TO HISTOK
               MOVE " CONDICAO NAO PERMITIDA - HISTORICO DE ATRASO "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-VALIDA-COND-FIM.
           MOVE " HISTORICO DE ATRASO - LIBERADO SUPERVISOR " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
       FN-VALIDA-COND-FIM.
           EXIT.

       FN-HISTORICO.
           MOVE ZEROS TO QTDHISTW SOMAATRW MEDATRW.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           COMPUTE DIASHOJE =
               (ANOHOJE * 365) + (MESHOJE * 30) + DIAHOJE.
           MOVE FILIALORC TO FILIALREC.
           MOVE CLIENTEORC TO CLIENTEREC.
           MOVE ZEROS TO PEDIDOREC PARCELAREC.
           START CADREC KEY IS NOT LESS THAN CHAVEREC
               INVALID KEY GO TO FN-HISTORICO-MEDIA.
       FN-HISTORICO-LOOP.
           READ CADREC NEXT RECORD
               AT END GO TO FN-HISTORICO-MEDIA.
           IF CLIENTEREC NOT = CLIENTEORC OR FILIALREC NOT = FILIALORC
               GO TO FN-HISTORICO-MEDIA.
           MOVE VENCREC TO VENCNUM.
           COMPUTE DIASVENCW =
               (ANOVENC * 365) + (MESVENC * 30) + DIAVENC.
           IF PARCELA-PAGA
               MOVE DATAPAGREC TO PAGHISTNUM
               COMPUTE DIASPAGW =
                   (ANOPGH * 365) + (MESPGH * 30) + DIAPGH
               COMPUTE DIASATRASOW = DIASPAGW - DIASVENCW
           ELSE IF DIASVENCW < DIASHOJE
               COMPUTE DIASATRASOW = DIASHOJE - DIASVENCW
           ELSE
               GO TO FN-HISTORICO-LOOP.
           ADD 1 TO QTDHISTW.
           IF DIASATRASOW > ZEROS
               ADD DIASATRASOW TO SOMAATRW.
           GO TO FN-HISTORICO-LOOP.
       FN-HISTORICO-MEDIA.
           IF QTDHISTW > ZEROS
               DIVIDE SOMAATRW BY QTDHISTW GIVING MEDATRW.
       FN-HISTORICO-FIM.
           EXIT.

       FN-GRAVA-MOV.
           ACCEPT HORAMOVW FROM TIME.
           MOVE CODFILPROD TO FILIALMOV.
           MOVE OPCODLOG TO OPERADORMOV.
           MOVE "V" TO TIPOMOV.
           MOVE CODPEDIDO TO DOCMOV.
           MOVE QTDMOVW TO QTDMOV.
           MOVE QUANTEST TO SALDOMOV.
           MOVE LOTEMOVW TO LOTEMOV.
           WRITE REGMOV.
       FN-GRAVA-MOV-FIM.
           EXIT.

       FN-VERIF-KIT.
           MOVE "N" TO KITSIM.
           IF KITOK NOT = "S"
               GO TO FN-VERIF-KIT-FIM.
           MOVE FILIALORC TO FILIALKIT.
           MOVE KITPRODW TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-VERIF-KIT-FIM.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-VERIF-KIT-FIM.
           IF FILIALKIT = FILIALORC AND PRODKIT = KITPRODW
               MOVE "S" TO KITSIM.
       FN-VERIF-KIT-FIM.
           EXIT.

       FN-ESTOQUE-KIT.
           MOVE FILIALORC TO FILIALKIT.
           MOVE PRODUTOORCI TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-ESTOQUE-KIT-FIM.
       FN-ESTOQUE-KIT-LOOP.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-ESTOQUE-KIT-FIM.
           IF FILIALKIT NOT = FILIALORC OR PRODKIT NOT = PRODUTOORCI
               GO TO FN-ESTOQUE-KIT-FIM.
           MOVE FILIALORC TO CODFILPROD.
           MOVE COMPKIT TO CODPROD.
           READ CADPROD
           IF ERRO NOT = "00"
               MOVE "N" TO ESTOQUEOK
               GO TO FN-ESTOQUE-KIT-FIM.
           COMPUTE QTDKITW = QUANTORCI * QTDCOMPKIT.
           IF QTDKITW > QUANTEST OR QTDKITW > 9999 OR PRODUTO-INATIVO
               MOVE "N" TO ESTOQUEOK
               GO TO FN-ESTOQUE-KIT-FIM.
           GO TO FN-ESTOQUE-KIT-LOOP.
       FN-ESTOQUE-KIT-FIM.
           EXIT.

       FN-BAIXA-KIT.
           MOVE ZEROS TO SEQALOCW.
           MOVE FILIALORC TO FILIALKIT.
           MOVE PRODUTOORCI TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-BAIXA-KIT-FIM.
       FN-BAIXA-KIT-LOOP.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-BAIXA-KIT-FIM.
           IF FILIALKIT NOT = FILIALORC OR PRODKIT NOT = PRODUTOORCI
               GO TO FN-BAIXA-KIT-FIM.
           MOVE FILIALORC TO CODFILPROD.
           MOVE COMPKIT TO CODPROD.
           READ CADPROD
           IF ERRO NOT = "00"
               GO TO FN-BAIXA-KIT-LOOP.
           COMPUTE QTDKITW = QUANTORCI * QTDCOMPKIT.
           SUBTRACT QTDKITW FROM QUANTEST.
           REWRITE REGPROD.
           PERFORM FN-ALOCA-LOTES THRU FN-ALOCA-LOTES-FIM.
           GO TO FN-BAIXA-KIT-LOOP.
       FN-BAIXA-KIT-FIM.
           EXIT.

       FN-ALOCA-LOTES.
           MOVE SPACES TO LOTEMOVW.
           IF LOTEOK NOT = "S"
               MOVE QTDKITW TO QTDMOVW
               PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM
               GO TO FN-ALOCA-LOTES-FIM.
           MOVE QTDKITW TO RESTANTE.
       FN-ALOCA-LOTES-LOOP.
           IF RESTANTE = ZEROS
               GO TO FN-ALOCA-LOTES-FIM.
           PERFORM FN-BUSCA-LOTE THRU FN-BUSCA-LOTE-FIM.
           IF ACHOULOTE = "N"
               MOVE SPACES TO LOTEMOVW
               MOVE RESTANTE TO QTDMOVW
               PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM
               GO TO FN-ALOCA-LOTES-FIM.
           MOVE FILIALORC TO FILIALLOTE.
           MOVE COMPKIT TO PRODUTOLOTE.
           MOVE MELHORLOTE TO NUMLOTE.
           READ CADLOTE.
           IF QTDLOTE < RESTANTE
               MOVE QTDLOTE TO TOMA
           ELSE
               MOVE RESTANTE TO TOMA.
           SUBTRACT TOMA FROM QTDLOTE.
           REWRITE REGLOTE.
           ADD 1 TO SEQALOCW.
           MOVE CODFILIAL TO FILIALALOC.
           MOVE CODPEDIDO TO PEDIDOALOC.
           MOVE ITEMSEQ TO ITEMALOC.
           MOVE SEQALOCW TO SEQALOC.
           MOVE NUMLOTE TO LOTEALOC.
           MOVE TOMA TO QTDALOC.
           MOVE COMPKIT TO PRODALOC.
           WRITE REGALOC.
           MOVE NUMLOTE TO LOTEMOVW.
           MOVE TOMA TO QTDMOVW.
           PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM.
           SUBTRACT TOMA FROM RESTANTE.
           GO TO FN-ALOCA-LOTES-LOOP.
       FN-ALOCA-LOTES-FIM.
           EXIT.

       FN-BUSCA-LOTE.
           MOVE "N" TO ACHOULOTE.
           MOVE 99999999 TO MELHORVAL.
           MOVE FILIALORC TO FILIALLOTE.
           MOVE COMPKIT TO PRODUTOLOTE.
           MOVE SPACES TO NUMLOTE.
           START CADLOTE KEY IS NOT LESS THAN CHAVELOTE
               INVALID KEY GO TO FN-BUSCA-LOTE-FIM.
       FN-BUSCA-LOTE-LOOP.
           READ CADLOTE NEXT RECORD
               AT END GO TO FN-BUSCA-LOTE-FIM.
           IF FILIALLOTE NOT = FILIALORC
               OR PRODUTOLOTE NOT = COMPKIT
               GO TO FN-BUSCA-LOTE-FIM.
           IF QTDLOTE = ZEROS
               GO TO FN-BUSCA-LOTE-LOOP.
           IF VALIDLOTE < MELHORVAL
               MOVE VALIDLOTE TO MELHORVAL
               MOVE NUMLOTE TO MELHORLOTE
               MOVE "S" TO ACHOULOTE.
           GO TO FN-BUSCA-LOTE-LOOP.
       FN-BUSCA-LOTE-FIM.
           EXIT.

       FN-MENS.
           MOVE ZEROS TO CONTADOR.
       FN-MENS2.
           CLOSE CADPEDITEM.
           CLOSE CADREC.
           CLOSE MOVEST.
           IF KITOK = "S"
               CLOSE CADKIT.
           IF LOTEOK = "S"
               CLOSE CADLOTE.
           IF CONDCLIOK = "S"
               CLOSE CADCONDCLI.
           CLOSE CADALOC.
           CLOSE CADAJCOND.
           EXIT PROGRAM.
