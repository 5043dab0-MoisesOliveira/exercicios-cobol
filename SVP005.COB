               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADUSER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEUSER
               FILE STATUS  IS ERRO.

           SELECT CADCUSTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECUSTO
               FILE STATUS  IS ERRO.

           SELECT CADDESCIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDIT
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADDESCPED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDPE
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

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



       DATA DIVISION.
           03 JUROSDIAPAR PIC 9(02)V9(02).
           03 MULTAPAR PIC 9(02)V9(02).
           03 DIASBLOQPAR PIC 9(03).
           03 MARGEMMINPAR PIC 9(02)V9(02).
           03 DESCMAXN1PAR PIC 9(02)V9(02).
           03 DESCMAXN2PAR PIC 9(02)V9(02).
           03 LIMPERDAPAR PIC 9(06)V9(03).

       FD  CADLOTE
           LABEL RECORD IS STANDARD
               05 SEQALOC PIC 9(02).
           03 LOTEALOC PIC X(10).
           03 QTDALOC PIC 9(04).
           03 PRODALOC PIC 9(06).

       FD  CADUSER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADUSER.DAT".
       01  REGUSER.
           03 CHAVEUSER.
               05 CODUSER PIC 9(04).
           03 NOMEUSER PIC X(30).
           03 SENHAUSER PIC X(08).
           03 NIVELUSER PIC 9(01).

       FD  CADCUSTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCUSTO.DAT".
       01  REGCUSTO.
           03 CHAVECUSTO.
               05 FILIALCUSTO PIC 9(02).
               05 PRODUTOCUSTO PIC 9(06).
           03 CUSTOMEDIO PIC 9(06)V9(03).

       FD  CADDESCIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDESCIT.DAT".
       01  REGDESCIT.
           03 CHAVEDIT.
               05 FILIALDIT PIC 9(02).
               05 PEDIDODIT PIC 9(06).
               05 ITEMDIT PIC 9(03).
           03 PRECOBRUTODIT PIC 9(06)V9(03).
           03 TOTBRUTODIT PIC 9(06)V9(03).
           03 PERCITDIT PIC 9(02)V9(02).
           03 PERCPEDDIT PIC 9(02)V9(02).
           03 VALORDESCDIT PIC 9(06)V9(03).
           03 SUPERVDIT PIC 9(04).

       FD  CADDESCPED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDESCPED.DAT".
       01  REGDESCPED.
           03 CHAVEDPE.
               05 FILIALDPE PIC 9(02).
               05 PEDIDODPE PIC 9(06).
           03 TOTBRUTODPE PIC 9(06)V9(03).
           03 PERCDPE PIC 9(02)V9(02).
           03 DESCITENSDPE PIC 9(06)V9(03).
           03 DESCPEDDPE PIC 9(06)V9(03).
           03 SUPERVDPE PIC 9(04).

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

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  MELHORLOTE PIC X(10) VALUE SPACES.
       01  MELHORVAL PIC 9(08) VALUE ZEROS.
       01  ACHOULOTE PIC X(01) VALUE "N".
       01  USEROK PIC X(01) VALUE "N".
       01  CUSTOOK PIC X(01) VALUE "N".
       01  NIVELW PIC 9(01) VALUE ZEROS.
       01  DESCMAXW PIC 9(02)V9(02) VALUE ZEROS.
       01  MARGEMMINW PIC 9(02)V9(02) VALUE ZEROS.
       01  PERCITEMW PIC 9(02)V9(02) VALUE ZEROS.
       01  PERCPEDW PIC 9(02)V9(02) VALUE ZEROS.
       01  PERCEFETW PIC 9(03)V9(04) VALUE ZEROS.
       01  PRECOBRUTOW PIC 9(06)V9(03) VALUE ZEROS.
       01  PRECOLIQW PIC 9(06)V9(03) VALUE ZEROS.
       01  PRECOMINW PIC 9(06)V9(03) VALUE ZEROS.
       01  BRUTOITEMW PIC 9(06)V9(03) VALUE ZEROS.
       01  TOTANTW PIC 9(06)V9(03) VALUE ZEROS.
       01  TOTBRUTOW PIC 9(06)V9(03) VALUE ZEROS.
       01  DESCITENSW PIC 9(06)V9(03) VALUE ZEROS.
       01  DESCPEDW PIC 9(06)V9(03) VALUE ZEROS.
       01  TOTDESCW PIC 9(06)V9(03) VALUE ZEROS.
       01  DESCITOK PIC X(01) VALUE "N".
       01  DESCPEDOK PIC X(01) VALUE "S".
       01  ABAIXOCUSTO PIC X(01) VALUE "N".
       01  SUPERVOK PIC X(01) VALUE "N".
       01  SUPCODW PIC 9(04) VALUE ZEROS.
       01  SUPSENHAW PIC X(08) VALUE SPACES.
       01  SUPERVW PIC 9(04) VALUE ZEROS.
       01  SUPERVPEDW PIC 9(04) VALUE ZEROS.
       01  LINHALIMPA PIC X(78) VALUE SPACES.
       01  KITOK PIC X(01) VALUE "N".
       01  KITSIM PIC X(01) VALUE "N".
       01  KITESTOK PIC X(01) VALUE "S".
       01  KITPRODW PIC 9(06) VALUE ZEROS.
       01  CUSTOKITW PIC 9(07)V9(03) VALUE ZEROS.
       01  CUSTOCOMPW PIC 9(06)V9(03) VALUE ZEROS.
       01  QTDKITW PIC 9(08) VALUE ZEROS.
       01  ITEMKITW.
           03 CODPRODKW PIC 9(06).
           03 QUANTKW PIC 9(04).
       01  CEPBUSCA.
           03 CEPESCOLHIDO PIC 9(08).
       01  CONDOK PIC X(01) VALUE "N".
       01  CONDCLIOK PIC X(01) VALUE "N".
       01  CONDW PIC 9(03) VALUE ZEROS.
       01  DESCCONDW PIC X(20) VALUE SPACES.
       01  QTDHISTW PIC 9(05) VALUE ZEROS.
       01  SOMAATRW PIC 9(07) VALUE ZEROS.
       01  MEDATRW PIC 9(05) VALUE ZEROS.
       01  DIASPAGW PIC 9(08) VALUE ZEROS.
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
           05  TTOTAL
               LINE 17  COLUMN 15  PIC 999999.999
               USING  TOTALVENDA.
           05  LINE 13  COLUMN 41
               VALUE  " DESC. ITEM (%):".
           05  TDESCITEM
               LINE 13  COLUMN 60  PIC 99.99
               USING  PERCITEMW.
           05  LINE 15  COLUMN 41
               VALUE  " PRECO LIQUIDO:".
           05  TPRECOLIQ
               LINE 15  COLUMN 60  PIC 999999.999
               USING  PRECOUSADO.
           05  LINE 17  COLUMN 41
               VALUE  " DESC. PEDIDO (%):".
           05  TDESCPED
               LINE 17  COLUMN 60  PIC 99.99
               USING  PERCPEDW.
           05  LINE 18  COLUMN 41
               VALUE  " TOTAL DESCONTOS:".
           05  TTOTDESC
               LINE 18  COLUMN 60  PIC 999999.999
               USING  TOTDESCW.
           05  LINE 03  COLUMN 41
               VALUE  " COND.PAGTO:".
           05  TCOND
               LINE 03  COLUMN 54  PIC 9(03)
               USING  CONDW.
           05  TDESCCOND
               LINE 03  COLUMN 58  PIC X(20)
               USING  DESCCONDW.
           05  LINE 07  COLUMN 41
               VALUE  " PARCELAS:".
           05  TNUMPARC
               LINE 21  COLUMN 56  PIC X(02)
               USING  UF.

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




           ELSE
                 NEXT SENTENCE.

       FN-ABRE4I.
           MOVE "N" TO USEROK.
           OPEN INPUT CADUSER
           IF ERRO = "00"
               MOVE "S" TO USEROK.

       FN-ABRE4J.
           MOVE "N" TO CUSTOOK.
           OPEN INPUT CADCUSTO
           IF ERRO = "00"
               MOVE "S" TO CUSTOOK.

       FN-ABRE4K.
           OPEN I-O CADDESCIT
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADDESCIT
                 CLOSE CADDESCIT
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE4K
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DESCIT =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE4L.
           OPEN I-O CADDESCPED
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADDESCPED
                 CLOSE CADDESCPED
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE4L
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DESCPED =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE4M.
           MOVE "N" TO KITOK.
           OPEN INPUT CADKIT
           IF ERRO = "00"
               MOVE "S" TO KITOK.

       FN-ABRE4N.
           MOVE "N" TO CONDOK.
           MOVE ZEROS TO CODCONDPC DATABASEPC TOTALPC.
           CALL "SVP101" USING PARMCOND
           CANCEL "SVP101".
           IF RCPC NOT = 30
               MOVE "S" TO CONDOK.

       FN-ABRE4O.
           MOVE "N" TO CONDCLIOK.
           OPEN INPUT CADCONDCLI
           IF ERRO = "00"
               MOVE "S" TO CONDCLIOK.

       FN-ABRE4P.
           OPEN I-O CADAJCOND
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADAJCOND
                 CLOSE CADAJCOND
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE4P
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AJCOND =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE5.
           OPEN I-O CADPROD
           IF ERRO NOT = "00"
       FN-PREPARA.
           MOVE ZEROS TO CODFILIAL CLIENTEPEDIDO CODPEDIDO
           CEPPEDIDO DATAPEDIDO QUANT PRECOVENDA NUMEROLOG
           CODPRODUTO TOTALVENDA NUMITEM TOTALITEM NUMPARC FORMAW
           PERCITEMW PRECOUSADO PERCPEDW TOTDESCW CONDW.
           MOVE SPACES TO DESCCONDW.
           MOVE "N" TO PENDAGUARDA.

       FN-INICIO.
                   GO TO FN-DATA.

       FN-PARCELAS.
           IF CONDOK NOT = "S"
               GO TO FN-PARCELAS-NUM.
           MOVE ZEROS TO CONDW.
           MOVE SPACES TO DESCCONDW.
           IF CONDCLIOK = "S"
               MOVE CODFILIAL TO FILIALCC
               MOVE CLIENTEPEDIDO TO CLIENTECC
               READ CADCONDCLI
               IF ERRO = "00"
                   MOVE CONDCC TO CONDW.
           DISPLAY TCOND TDESCCOND.
       FN-PARCELAS-COND.
           ACCEPT TCOND.
           IF CONDW = ZEROS
               MOVE " INFORME A CONDICAO DE PAGAMENTO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PARCELAS-COND.
           PERFORM FN-PARM-COND THRU FN-PARM-COND-FIM.
           MOVE ZEROS TO TOTALPC.
           CALL "SVP101" USING PARMCOND
           CANCEL "SVP101".
           IF RCPC = 10
               MOVE " CONDICAO NAO CADASTRADA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PARCELAS-COND.
           IF RCPC NOT = ZEROS
               MOVE " CONDICAO INATIVA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PARCELAS-COND.
           MOVE DESCPC TO DESCCONDW.
           DISPLAY TDESCCOND.
           IF LIMATRPC = ZEROS
               GO TO FN-PARCELAS-MOSTRA.
           PERFORM FN-HISTORICO THRU FN-HISTORICO-FIM.
           IF MEDATRW NOT > LIMATRPC
               GO TO FN-PARCELAS-MOSTRA.
           IF OPNIVELLOG NOT = 2
               MOVE " CONDICAO NAO PERMITIDA - HISTORICO DE ATRASO "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PARCELAS-COND.
           MOVE " HISTORICO DE ATRASO - LIBERADO SUPERVISOR " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
       FN-PARCELAS-MOSTRA.
           MOVE NPARCPC TO NUMPARC.
           DISPLAY TNUMPARC.
           GO TO FN-FORMA.
       FN-PARCELAS-NUM.
           ACCEPT TNUMPARC.
           IF NUMPARC = ZEROS
               MOVE 1 TO NUMPARC

       FN-ITENS-INIC.
           MOVE ZEROS TO NUMITEM TOTALVENDA.
           MOVE ZEROS TO TOTBRUTOW DESCITENSW DESCPEDW TOTDESCW
           PERCPEDW SUPERVPEDW.
           PERFORM FN-BUSCA-DESCMAX THRU FN-BUSCA-DESCMAX-FIM.

       FN-CODPROD.
           ACCEPT TCODPROD.
           ACCEPT TQUANT.

       FN-ESTOQUE.
           MOVE CODPRODUTO TO KITPRODW.
           PERFORM FN-VERIF-KIT THRU FN-VERIF-KIT-FIM.
           IF KITSIM = "S"
               PERFORM FN-ESTOQUE-KIT THRU FN-ESTOQUE-KIT-FIM
               IF KITESTOK = "S"
                   GO TO FN-TOTALITEM
               ELSE
                   MOVE "ESTOQUE INSUFICIENTE PARA COMPONENTE DO KIT"
                       TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-QUANT.
           IF QUANT NOT > QUANTEST
               GO TO FN-TOTALITEM.
           MOVE "ESTOQUE INSUFICIENTE PARA O PRODUTO" TO MENS.
               PERFORM FN-PROMO THRU FN-PROMO-FIM.
           IF ACORDOOK = "S"
               PERFORM FN-ACORDO THRU FN-ACORDO-FIM.
           MOVE PRECOUSADO TO PRECOBRUTOW.
           MOVE ZEROS TO PERCITEMW.
           DISPLAY TELAPEDIDO.

       FN-DESCITEM.
           ACCEPT TDESCITEM.
           IF PERCITEMW > DESCMAXW
               MOVE " DESCONTO ACIMA DO LIMITE DO OPERADOR " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-DESCITEM.
           COMPUTE PRECOUSADO ROUNDED =
               PRECOBRUTOW * (100 - PERCITEMW) / 100.
           MOVE ZEROS TO SUPERVW.
           IF PERCITEMW > ZEROS
               PERFORM FN-PRECO-MINIMO THRU FN-PRECO-MINIMO-FIM
               IF PRECOUSADO < PRECOMINW
                   PERFORM FN-SUPERVISOR THRU FN-SUPERVISOR-FIM
                   IF SUPERVOK = "N"
                       MOVE PRECOBRUTOW TO PRECOUSADO
                       DISPLAY TPRECOLIQ
                       GO TO FN-DESCITEM
                   ELSE
                       MOVE SUPCODW TO SUPERVW.
           MULTIPLY PRECOUSADO BY QUANT GIVING ITEMSEMICMS.
           COMPUTE TOTALITEM ROUNDED =
               ITEMSEMICMS + (ITEMSEMICMS * ICMS / 100).
           COMPUTE BRUTOITEMW ROUNDED =
               PRECOBRUTOW * QUANT * (100 + ICMS) / 100.
           ADD TOTALITEM TO TOTALVENDA.
           DISPLAY TELAPEDIDO.

           MOVE PRECOUSADO TO PRECOITEM
           MOVE TOTALITEM TO TOTALITEMREG
           WRITE REGITEM
           MOVE "V" TO TIPOMOVW
           MOVE CODPEDIDO TO DOCMOVW
           MOVE ZEROS TO SEQALOCW.
           IF KITSIM = "S"
               PERFORM FN-BAIXA-KIT THRU FN-BAIXA-KIT-FIM
           ELSE
               SUBTRACT QUANT FROM QUANTEST
               PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM
               PERFORM FN-ALOCA-LOTES THRU FN-ALOCA-LOTES-FIM.
           ADD BRUTOITEMW TO TOTBRUTOW.
           IF PERCITEMW > ZEROS
               PERFORM FN-GRAVA-DESCIT THRU FN-GRAVA-DESCIT-FIM.
           COMPUTE TOTDESCW = TOTBRUTOW - TOTALVENDA.
           DISPLAY TTOTDESC.
           IF PENDAGUARDA = "S"
               MOVE "N" TO PENDAGUARDA
               PERFORM FN-GRAVA-PEND THRU FN-GRAVA-PEND-FIM
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-MAISITENS.

       FN-DESCPED.
           MOVE ZEROS TO PERCPEDW SUPERVPEDW DESCPEDW.
           COMPUTE DESCITENSW = TOTBRUTOW - TOTALVENDA.
           IF NUMITEM = ZEROS
               GO TO FN-CEP.
       FN-DESCPED-ACEITA.
           ACCEPT TDESCPED.
           IF PERCPEDW = ZEROS
               GO TO FN-CEP.
           PERFORM FN-VERIF-DESCPED THRU FN-VERIF-DESCPED-FIM.
           IF DESCPEDOK = "N"
               MOVE ZEROS TO PERCPEDW SUPERVPEDW
               DISPLAY TDESCPED
               GO TO FN-DESCPED-ACEITA.
           PERFORM FN-APLICA-DESCPED THRU FN-APLICA-DESCPED-FIM.
           COMPUTE TOTDESCW = TOTBRUTOW - TOTALVENDA.
           DISPLAY TTOTAL.
           DISPLAY TTOTDESC.

       FN-CEP.
           ACCEPT TCEP.
           IF CEPPEDIDO = ZEROS
           MOVE VENDEDORW TO VENDEDORPED.
           MOVE "D" TO STATUSPED.
           REWRITE REGPEPDIDO.
           PERFORM FN-GRAVA-DESCPED THRU FN-GRAVA-DESCPED-FIM.
           PERFORM FN-GERA-PARCELAS THRU FN-GERA-PARCELAS-FIM.
           GO TO FN-CODCLI.


       FN-GERA-PARCELAS.
           MOVE DATAPEDIDO TO DATAPEDW.
           IF CONDW NOT = ZEROS
               GO TO FN-GERA-PARCELAS-COND.
           DIVIDE TOTALVENDA BY NUMPARC GIVING VALORPARC ROUNDED.
           COMPUTE VALORULT = TOTALVENDA - (VALORPARC * (NUMPARC - 1)).
           MOVE ZEROS TO INDPARC.
           MOVE FORMAW TO FORMAREC.
           WRITE REGREC.
           GO TO FN-GERA-PARCELAS-LOOP.
       FN-GERA-PARCELAS-COND.
           PERFORM FN-PARM-COND THRU FN-PARM-COND-FIM.
           MOVE TOTALVENDA TO TOTALPC.
           CALL "SVP101" USING PARMCOND
           CANCEL "SVP101".
           IF RCPC NOT = ZEROS
               MOVE ZEROS TO CONDW
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

       FN-PARM-COND.
           MOVE CONDW TO CODCONDPC.
           MOVE DATAPEDIDO TO DATAPEDW.
           MOVE ANOPED TO ANOAMD.
           MOVE MESPED TO MESAMD.
           MOVE DIAPED TO DIAAMD.
           MOVE DATAPEDNUM TO DATABASEPC.
       FN-PARM-COND-FIM.
           EXIT.

       FN-HISTORICO.
           MOVE ZEROS TO QTDHISTW SOMAATRW MEDATRW.
           ACCEPT DATAHOJECR FROM DATE YYYYMMDD.
           COMPUTE DIASHOJE =
               (ANOHOJCR * 365) + (MESHOJCR * 30) + DIAHOJCR.
           MOVE CODFILIAL TO FILIALREC.
           MOVE CLIENTEPEDIDO TO CLIENTEREC.
           MOVE ZEROS TO PEDIDOREC PARCELAREC.
           START CADREC KEY IS NOT LESS THAN CHAVEREC
               INVALID KEY GO TO FN-HISTORICO-MEDIA.
       FN-HISTORICO-LOOP.
           READ CADREC NEXT RECORD
               AT END GO TO FN-HISTORICO-MEDIA.
           IF CLIENTEREC NOT = CLIENTEPEDIDO
              OR FILIALREC NOT = CODFILIAL
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

       FN-CANC-PARCELAS.
           MOVE CODFILIAL TO FILIALREC.
           MOVE CLIENTEPEDIDO TO CLIENTEREC.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE PRODUTOITEM TO CODPROD.
           READ CADPROD.
           MOVE PRODUTOITEM TO KITPRODW.
           PERFORM FN-VERIF-KIT THRU FN-VERIF-KIT-FIM.
           IF KITSIM = "S"
               PERFORM FN-ESTORNA-KIT THRU FN-ESTORNA-KIT-FIM
           ELSE
               ADD QUANTITEM TO QUANTEST
               PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM.
           PERFORM FN-DEVOLVE-LOTES THRU FN-DEVOLVE-LOTES-FIM.
           IF KITSIM NOT = "S"
               MOVE SPACES TO LOTEMOVW
               MOVE "E" TO TIPOMOVW
               MOVE CODPEDIDO TO DOCMOVW
               MOVE QUANTITEM TO QTDMOVW
               PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM.
           PERFORM FN-EXCLUI-DESCIT THRU FN-EXCLUI-DESCIT-FIM.
           DELETE CADPEDITEM RECORD.
           GO TO FN-ESTORNA-ITENS-LOOP.
       FN-ESTORNA-ITENS-FIM.
               MOVE "CANCELAMENTO SOMENTE POR SUPERVISOR" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           IF PEDIDO-FATURADO OR PEDIDO-ENTREGUE
               MOVE "PEDIDO FATURADO - CANCELE A NOTA FISCAL" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           DISPLAY (23, 12) "EXCLUIR?".
           ACCEPT (23, 30) OPC-KEY
           IF OPC-KEY = "N" OR "n"
           PERFORM FN-CANC-ITENS THRU FN-CANC-ITENS-FIM.
           PERFORM FN-CANC-PEND THRU FN-CANC-PEND-FIM.
           PERFORM FN-CANC-PARCELAS THRU FN-CANC-PARCELAS-FIM.
           MOVE CODFILIAL TO FILIALDPE.
           MOVE CODPEDIDO TO PEDIDODPE.
           DELETE CADDESCPED RECORD.
           MOVE CODFILIAL TO FILIALAJC.
           MOVE "V" TO ORIGEMAJC.
           MOVE CODPEDIDO TO DOCAJC.
           DELETE CADAJCOND RECORD.
           ACCEPT DATACANCW FROM DATE YYYYMMDD.
           ACCEPT HORACANCW FROM TIME.
           MOVE CODFILIAL TO FILIALCANC.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE PRODUTOITEM TO CODPROD.
           READ CADPROD.
           MOVE PRODUTOITEM TO KITPRODW.
           PERFORM FN-VERIF-KIT THRU FN-VERIF-KIT-FIM.
           IF KITSIM = "S"
               PERFORM FN-ESTORNA-KIT THRU FN-ESTORNA-KIT-FIM
           ELSE
               ADD QUANTITEM TO QUANTEST
               PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM.
           PERFORM FN-DEVOLVE-LOTES THRU FN-DEVOLVE-LOTES-FIM.
           IF KITSIM NOT = "S"
               MOVE SPACES TO LOTEMOVW
               MOVE "E" TO TIPOMOVW
               MOVE CODPEDIDO TO DOCMOVW
               MOVE QUANTITEM TO QTDMOVW
               PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM.
           PERFORM FN-EXCLUI-DESCIT THRU FN-EXCLUI-DESCIT-FIM.
           DELETE CADPEDITEM RECORD.
           GO TO FN-CANC-ITENS-LOOP.
       FN-CANC-ITENS-FIM.
       FN-ACORDO-FIM.
           EXIT.

       FN-BUSCA-DESCMAX.
           MOVE ZEROS TO DESCMAXW MARGEMMINW.
           MOVE OPNIVELLOG TO NIVELW.
           IF USEROK = "S"
               MOVE OPCODLOG TO CODUSER
               READ CADUSER
               IF ERRO = "00"
                   MOVE NIVELUSER TO NIVELW.
           IF NIVELW = 2
               MOVE 99,99 TO DESCMAXW.
           IF PARAMOK NOT = "S"
               GO TO FN-BUSCA-DESCMAX-FIM.
           MOVE CODFILIAL TO FILIALPAR.
           READ CADPARAM
           IF ERRO NOT = "00"
               GO TO FN-BUSCA-DESCMAX-FIM.
           MOVE MARGEMMINPAR TO MARGEMMINW.
           IF NIVELW = 2
               MOVE DESCMAXN2PAR TO DESCMAXW
           ELSE
               MOVE DESCMAXN1PAR TO DESCMAXW.
       FN-BUSCA-DESCMAX-FIM.
           EXIT.

       FN-PRECO-MINIMO.
           MOVE CODPROD TO KITPRODW.
           PERFORM FN-VERIF-KIT THRU FN-VERIF-KIT-FIM.
           IF KITSIM = "S"
               PERFORM FN-CUSTO-KIT THRU FN-CUSTO-KIT-FIM
               GO TO FN-PRECO-MINIMO-MARGEM.
           MOVE ULTPRECO TO PRECOMINW.
           IF CUSTOOK = "S"
               MOVE CODFILPROD TO FILIALCUSTO
               MOVE CODPROD TO PRODUTOCUSTO
               READ CADCUSTO
               IF ERRO = "00"
                   MOVE CUSTOMEDIO TO PRECOMINW.
       FN-PRECO-MINIMO-MARGEM.
           COMPUTE PRECOMINW ROUNDED =
               PRECOMINW * (100 + MARGEMMINW) / 100.
       FN-PRECO-MINIMO-FIM.
           EXIT.

       FN-CUSTO-KIT.
           MOVE ZEROS TO CUSTOKITW.
           MOVE CODFILIAL TO FILIALKIT.
           MOVE KITPRODW TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-CUSTO-KIT-RELE.
       FN-CUSTO-KIT-LOOP.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-CUSTO-KIT-RELE.
           IF FILIALKIT NOT = CODFILIAL OR PRODKIT NOT = KITPRODW
               GO TO FN-CUSTO-KIT-RELE.
           MOVE ZEROS TO CUSTOCOMPW.
           IF CUSTOOK = "S"
               MOVE CODFILIAL TO FILIALCUSTO
               MOVE COMPKIT TO PRODUTOCUSTO
               READ CADCUSTO
               IF ERRO = "00"
                   MOVE CUSTOMEDIO TO CUSTOCOMPW.
           IF CUSTOCOMPW = ZEROS
               MOVE CODFILIAL TO CODFILPROD
               MOVE COMPKIT TO CODPROD
               READ CADPROD
               IF ERRO = "00"
                   MOVE ULTPRECO TO CUSTOCOMPW.
           COMPUTE CUSTOKITW = CUSTOKITW + (CUSTOCOMPW * QTDCOMPKIT).
           GO TO FN-CUSTO-KIT-LOOP.
       FN-CUSTO-KIT-RELE.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE KITPRODW TO CODPROD.
           READ CADPROD.
           IF CUSTOKITW > 999999,999
               MOVE 999999,999 TO PRECOMINW
           ELSE
               MOVE CUSTOKITW TO PRECOMINW.
       FN-CUSTO-KIT-FIM.
           EXIT.

       FN-SUPERVISOR.
           MOVE "N" TO SUPERVOK.
           MOVE ZEROS TO SUPCODW.
           IF NIVELW = 2
               MOVE "S" TO SUPERVOK
               MOVE OPCODLOG TO SUPCODW
               MOVE " ABAIXO DA MARGEM MINIMA - LIBERADO SUPERVISOR "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-SUPERVISOR-FIM.
           MOVE " ABAIXO DA MARGEM MINIMA - SENHA DO SUPERVISOR "
               TO MENS.
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
           MOVE " DESCONTO LIBERADO PELO SUPERVISOR " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
       FN-SUPERVISOR-LIMPA.
           MOVE SPACES TO SUPSENHAW.
           DISPLAY (22, 01) LINHALIMPA.
       FN-SUPERVISOR-FIM.
           EXIT.

       FN-GRAVA-DESCIT.
           MOVE CODFILIAL TO FILIALDIT.
           MOVE CODPEDIDO TO PEDIDODIT.
           MOVE ITEMSEQ TO ITEMDIT.
           MOVE PRECOBRUTOW TO PRECOBRUTODIT.
           MOVE BRUTOITEMW TO TOTBRUTODIT.
           MOVE PERCITEMW TO PERCITDIT.
           MOVE ZEROS TO PERCPEDDIT.
           COMPUTE VALORDESCDIT = BRUTOITEMW - TOTALITEM.
           MOVE SUPERVW TO SUPERVDIT.
           WRITE REGDESCIT
           IF ERRO = "22"
               REWRITE REGDESCIT.
       FN-GRAVA-DESCIT-FIM.
           EXIT.

       FN-LE-DESCIT.
           MOVE "S" TO DESCITOK.
           MOVE FILIALITEM TO FILIALDIT.
           MOVE PEDIDOITEM TO PEDIDODIT.
           MOVE ITEMSEQ TO ITEMDIT.
           READ CADDESCIT
           IF ERRO NOT = "00"
               MOVE "N" TO DESCITOK
               MOVE FILIALITEM TO FILIALDIT
               MOVE PEDIDOITEM TO PEDIDODIT
               MOVE ITEMSEQ TO ITEMDIT
               MOVE PRECOITEM TO PRECOBRUTODIT
               MOVE TOTALITEMREG TO TOTBRUTODIT
               MOVE ZEROS TO PERCITDIT PERCPEDDIT VALORDESCDIT
               SUPERVDIT.
       FN-LE-DESCIT-FIM.
           EXIT.

       FN-EXCLUI-DESCIT.
           MOVE FILIALITEM TO FILIALDIT.
           MOVE PEDIDOITEM TO PEDIDODIT.
           MOVE ITEMSEQ TO ITEMDIT.
           DELETE CADDESCIT RECORD.
       FN-EXCLUI-DESCIT-FIM.
           EXIT.

       FN-VERIF-DESCPED.
           MOVE "S" TO DESCPEDOK.
           MOVE "N" TO ABAIXOCUSTO.
           MOVE CODFILIAL TO FILIALITEM.
           MOVE CODPEDIDO TO PEDIDOITEM.
           MOVE ZEROS TO ITEMSEQ.
           START CADPEDITEM KEY IS NOT LESS THAN CHAVEITEM
               INVALID KEY GO TO FN-VERIF-DESCPED-SUPERV.
       FN-VERIF-DESCPED-LOOP.
           READ CADPEDITEM NEXT RECORD
               AT END GO TO FN-VERIF-DESCPED-SUPERV.
           IF PEDIDOITEM NOT = CODPEDIDO OR FILIALITEM NOT = CODFILIAL
               GO TO FN-VERIF-DESCPED-SUPERV.
           PERFORM FN-LE-DESCIT THRU FN-LE-DESCIT-FIM.
           COMPUTE PERCEFETW =
               100 - ((100 - PERCITDIT) * (100 - PERCPEDW) / 100).
           IF PERCEFETW > DESCMAXW
               MOVE "N" TO DESCPEDOK
               MOVE " DESCONTO TOTAL ACIMA DO LIMITE DO OPERADOR "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-VERIF-DESCPED-FIM.
           COMPUTE PRECOLIQW ROUNDED =
               PRECOITEM * (100 - PERCPEDW) / 100.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE PRODUTOITEM TO CODPROD.
           READ CADPROD.
           PERFORM FN-PRECO-MINIMO THRU FN-PRECO-MINIMO-FIM.
           PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM.
           IF PRECOLIQW < PRECOMINW
               MOVE "S" TO ABAIXOCUSTO.
           GO TO FN-VERIF-DESCPED-LOOP.
       FN-VERIF-DESCPED-SUPERV.
           IF ABAIXOCUSTO = "S"
               PERFORM FN-SUPERVISOR THRU FN-SUPERVISOR-FIM
               IF SUPERVOK = "N"
                   MOVE "N" TO DESCPEDOK
               ELSE
                   MOVE SUPCODW TO SUPERVPEDW.
       FN-VERIF-DESCPED-FIM.
           EXIT.

       FN-APLICA-DESCPED.
           MOVE ZEROS TO TOTALVENDA DESCPEDW.
           MOVE CODFILIAL TO FILIALITEM.
           MOVE CODPEDIDO TO PEDIDOITEM.
           MOVE ZEROS TO ITEMSEQ.
           START CADPEDITEM KEY IS NOT LESS THAN CHAVEITEM
               INVALID KEY GO TO FN-APLICA-DESCPED-FIM.
       FN-APLICA-DESCPED-LOOP.
           READ CADPEDITEM NEXT RECORD
               AT END GO TO FN-APLICA-DESCPED-FIM.
           IF PEDIDOITEM NOT = CODPEDIDO OR FILIALITEM NOT = CODFILIAL
               GO TO FN-APLICA-DESCPED-FIM.
           PERFORM FN-LE-DESCIT THRU FN-LE-DESCIT-FIM.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE PRODUTOITEM TO CODPROD.
           READ CADPROD.
           PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM.
           MOVE TOTALITEMREG TO TOTANTW.
           COMPUTE PRECOITEM ROUNDED =
               PRECOITEM * (100 - PERCPEDW) / 100.
           MULTIPLY PRECOITEM BY QUANTITEM GIVING ITEMSEMICMS.
           COMPUTE TOTALITEMREG ROUNDED =
               ITEMSEMICMS + (ITEMSEMICMS * ICMS / 100).
           REWRITE REGITEM.
           COMPUTE DESCPEDW = DESCPEDW + TOTANTW - TOTALITEMREG.
           ADD TOTALITEMREG TO TOTALVENDA.
           MOVE PERCPEDW TO PERCPEDDIT.
           COMPUTE VALORDESCDIT = TOTBRUTODIT - TOTALITEMREG.
           IF SUPERVPEDW NOT = ZEROS
               MOVE SUPERVPEDW TO SUPERVDIT.
           IF DESCITOK = "S"
               REWRITE REGDESCIT
           ELSE
               WRITE REGDESCIT.
           GO TO FN-APLICA-DESCPED-LOOP.
       FN-APLICA-DESCPED-FIM.
           EXIT.

       FN-GRAVA-DESCPED.
           IF TOTBRUTOW NOT > TOTALVENDA
               GO TO FN-GRAVA-DESCPED-FIM.
           MOVE CODFILIAL TO FILIALDPE.
           MOVE CODPEDIDO TO PEDIDODPE.
           MOVE TOTBRUTOW TO TOTBRUTODPE.
           MOVE PERCPEDW TO PERCDPE.
           MOVE DESCITENSW TO DESCITENSDPE.
           MOVE DESCPEDW TO DESCPEDDPE.
           MOVE SUPERVPEDW TO SUPERVDPE.
           WRITE REGDESCPED
           IF ERRO = "22"
               REWRITE REGDESCPED.
       FN-GRAVA-DESCPED-FIM.
           EXIT.

       FN-ALOCA-LOTES.
           MOVE SPACES TO LOTEMOVW.
           IF LOTEOK NOT = "S"
               PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM
               GO TO FN-ALOCA-LOTES-FIM.
           MOVE QUANT TO RESTANTE.
       FN-ALOCA-LOTES-LOOP.
           IF RESTANTE = ZEROS
               GO TO FN-ALOCA-LOTES-FIM.
           MOVE SEQALOCW TO SEQALOC.
           MOVE NUMLOTE TO LOTEALOC.
           MOVE TOMA TO QTDALOC.
           MOVE CODPRODUTO TO PRODALOC.
           WRITE REGALOC.
           MOVE NUMLOTE TO LOTEMOVW.
           MOVE TOMA TO QTDMOVW.
               OR ITEMALOC NOT = ITEMSEQ
               GO TO FN-DEVOLVE-LOTES-FIM.
           MOVE CODFILIAL TO FILIALLOTE.
           IF PRODALOC = ZEROS
               MOVE PRODUTOITEM TO PRODUTOLOTE
           ELSE
               MOVE PRODALOC TO PRODUTOLOTE.
           MOVE LOTEALOC TO NUMLOTE.
           READ CADLOTE
           IF ERRO = "00"
       FN-DEVOLVE-LOTES-FIM.
           EXIT.

       FN-VERIF-KIT.
           MOVE "N" TO KITSIM.
           IF KITOK NOT = "S"
               GO TO FN-VERIF-KIT-FIM.
           MOVE CODFILIAL TO FILIALKIT.
           MOVE KITPRODW TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-VERIF-KIT-FIM.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-VERIF-KIT-FIM.
           IF FILIALKIT = CODFILIAL AND PRODKIT = KITPRODW
               MOVE "S" TO KITSIM.
       FN-VERIF-KIT-FIM.
           EXIT.

       FN-ESTOQUE-KIT.
           MOVE "S" TO KITESTOK.
           MOVE CODFILIAL TO FILIALKIT.
           MOVE CODPRODUTO TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-ESTOQUE-KIT-RELE.
       FN-ESTOQUE-KIT-LOOP.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-ESTOQUE-KIT-RELE.
           IF FILIALKIT NOT = CODFILIAL OR PRODKIT NOT = CODPRODUTO
               GO TO FN-ESTOQUE-KIT-RELE.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE COMPKIT TO CODPROD.
           READ CADPROD
           IF ERRO NOT = "00"
               MOVE "N" TO KITESTOK
               GO TO FN-ESTOQUE-KIT-RELE.
           COMPUTE QTDKITW = QUANT * QTDCOMPKIT.
           IF QTDKITW > QUANTEST OR QTDKITW > 9999 OR PRODUTO-INATIVO
               MOVE "N" TO KITESTOK
               GO TO FN-ESTOQUE-KIT-RELE.
           GO TO FN-ESTOQUE-KIT-LOOP.
       FN-ESTOQUE-KIT-RELE.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE CODPRODUTO TO CODPROD.
           READ CADPROD.
       FN-ESTOQUE-KIT-FIM.
           EXIT.

       FN-BAIXA-KIT.
           MOVE ITEM-ATUAL TO ITEMKITW.
           MOVE CODFILIAL TO FILIALKIT.
           MOVE CODPRODKW TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-BAIXA-KIT-VOLTA.
       FN-BAIXA-KIT-LOOP.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-BAIXA-KIT-VOLTA.
           IF FILIALKIT NOT = CODFILIAL OR PRODKIT NOT = CODPRODKW
               GO TO FN-BAIXA-KIT-VOLTA.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE COMPKIT TO CODPROD.
           READ CADPROD
           IF ERRO NOT = "00"
               GO TO FN-BAIXA-KIT-LOOP.
           MOVE COMPKIT TO CODPRODUTO.
           COMPUTE QUANT = QUANTKW * QTDCOMPKIT.
           SUBTRACT QUANT FROM QUANTEST.
           PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM.
           PERFORM FN-ALOCA-LOTES THRU FN-ALOCA-LOTES-FIM.
           GO TO FN-BAIXA-KIT-LOOP.
       FN-BAIXA-KIT-VOLTA.
           MOVE ITEMKITW TO ITEM-ATUAL.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE CODPRODUTO TO CODPROD.
           READ CADPROD.
       FN-BAIXA-KIT-FIM.
           EXIT.

       FN-ESTORNA-KIT.
           MOVE CODFILIAL TO FILIALKIT.
           MOVE PRODUTOITEM TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-ESTORNA-KIT-FIM.
       FN-ESTORNA-KIT-LOOP.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-ESTORNA-KIT-FIM.
           IF FILIALKIT NOT = CODFILIAL OR PRODKIT NOT = PRODUTOITEM
               GO TO FN-ESTORNA-KIT-FIM.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE COMPKIT TO CODPROD.
           READ CADPROD
           IF ERRO NOT = "00"
               GO TO FN-ESTORNA-KIT-LOOP.
           COMPUTE QTDKITW = QUANTITEM * QTDCOMPKIT.
           ADD QTDKITW TO QUANTEST.
           PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM.
           MOVE SPACES TO LOTEMOVW.
           MOVE "E" TO TIPOMOVW.
           MOVE CODPEDIDO TO DOCMOVW.
           MOVE QTDKITW TO QTDMOVW.
           PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM.
           GO TO FN-ESTORNA-KIT-LOOP.
       FN-ESTORNA-KIT-FIM.
           EXIT.

       FN-CONF-PEND.
           DISPLAY (23, 10) "CONFIRMA A PENDENCIA TOTAL? (S/N): ".
           ACCEPT (23, 46) OPC2
           IF LOTEOK = "S"
               CLOSE CADLOTE.
           CLOSE CADALOC.
           IF USEROK = "S"
               CLOSE CADUSER.
           IF CUSTOOK = "S"
               CLOSE CADCUSTO.
           IF KITOK = "S"
               CLOSE CADKIT.
           IF CONDCLIOK = "S"
               CLOSE CADCONDCLI.
           CLOSE CADDESCIT.
           CLOSE CADDESCPED.
           CLOSE CADAJCOND.
           CLOSE CADREC.
           CLOSE CADBACK.
           CLOSE CADPEDIDO.
