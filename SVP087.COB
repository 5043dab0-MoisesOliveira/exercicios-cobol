       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP087.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPEDITEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEITEM
               FILE STATUS  IS ERRO.

           SELECT CADPEDIDO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPEDIDO
               FILE STATUS IS ERRO.

           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPROD
               FILE STATUS  IS ERRO.

           SELECT CADCUSTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECUSTO
               FILE STATUS  IS ERRO.

           SELECT CADKIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEKIT
               FILE STATUS  IS ERRO.

           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECLI
               FILE STATUS  IS ERRO.

           SELECT CADVEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEVEND
               FILE STATUS  IS ERRO.

           SELECT CADDEV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT CADPEDCANC ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT MARGTMP ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT RELMARG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.

           SELECT ORDMARG ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD  CADPEDITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADITEM.DAT".
       01  REGITEM.
           03 CHAVEITEM.
               05 FILIALITEM PIC 9(02).
               05 PEDIDOITEM PIC 9(06).
               05 ITEMSEQ PIC 9(03).
           03 PRODUTOITEM PIC 9(06).
           03 QUANTITEM PIC 9(04).
           03 PRECOITEM PIC 9(06)V9(03).
           03 TOTALITEMREG PIC 9(06)V9(03).

       FD  CADPEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPED.DAT".
       01  REGPEPDIDO.
           03 CHAVEPEDIDO.
               05 CODFILIAL PIC 9(02).
               05 CODPEDIDO PIC 9(06).
           03 CLIENTEPEDIDO PIC 9(06).
           03 DATAPEDIDO PIC 9(11).
           03 TOTALVENDA PIC 9(06)V9(03).
           03 CEPPEDIDO PIC 9(08).
           03 OPERADORPED PIC 9(04).
           03 VENDEDORPED PIC 9(04).
           03 STATUSPED PIC X(01).
               88 PEDIDO-DIGITADO VALUE "D".
               88 PEDIDO-SEPARACAO VALUE "S".
               88 PEDIDO-FATURADO VALUE "F".
               88 PEDIDO-ENTREGUE VALUE "E".

       FD  CADPROD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROD.DAT".
       01  REGPROD.
           03 CHAVEPROD.
               05 CODFILPROD PIC 9(02).
               05 CODPROD PIC 9(06).
           03 DESCRICAO PIC X(30).
           03 UNIDADE PIC X(02).
           03 TIPO PIC 9(01).
           03 FORNCOD PIC 9(06).
           03 ULTPRECO PIC 9(06)V9(03).
           03 PRECOVENDA PIC 9(06)V9(03).
           03 QUANTEST PIC 9(05).
           03 CODBARRAS PIC 9(13).
           03 ICMS PIC 9(02)V9(02).
           03 SITPROD PIC X(01).
               88 PRODUTO-INATIVO VALUE "I".

       FD  CADCUSTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCUSTO.DAT".
       01  REGCUSTO.
           03 CHAVECUSTO.
               05 FILIALCUSTO PIC 9(02).
               05 PRODUTOCUSTO PIC 9(06).
           03 CUSTOMEDIO PIC 9(06)V9(03).

       FD  CADKIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADKIT.DAT".
       01  REGKIT.
           03 CHAVEKIT.
               05 FILIALKIT PIC 9(02).
               05 PRODKIT PIC 9(06).
               05 COMPKIT PIC 9(06).
           03 QTDCOMPKIT PIC 9(04).

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

       FD  CADVEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
       01  REGVEND.
           03 CHAVEVEND.
               05 FILIALVEND PIC 9(02).
               05 CODVEND PIC 9(04).
           03 NOMEVEND PIC X(30).
           03 PERCCOMIS PIC 9(02)V9(02).

       FD  CADDEV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEV.DAT".
       01  REGDEV.
           03 FILIALDEV PIC 9(02).
           03 PEDIDODEV PIC 9(06).
           03 ITEMDEV PIC 9(03).
           03 CLIENTEDEV PIC 9(06).
           03 DATADEV PIC 9(08).
           03 HORADEV PIC 9(06).
           03 OPERADORDEV PIC 9(04).
           03 PRODUTODEV PIC 9(06).
           03 QTDDEVREG PIC 9(04).
           03 VALORDEVREG PIC 9(06)V9(03).

       FD  CADPEDCANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCANC.DAT".
       01  REGCANC.
           03 FILIALCANC PIC 9(02).
           03 PEDIDOCANC PIC 9(06).
           03 CLIENTECANC PIC 9(06).
           03 DATACANC PIC 9(08).
           03 HORACANC PIC 9(06).
           03 OPERADORCANC PIC X(10).
           03 MOTIVOCANC PIC X(40).
           03 VENDEDORCANC PIC 9(04).
           03 TOTALCANC PIC 9(06)V9(03).
           03 DATAPEDCANC PIC 9(08).

       FD  MARGTMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MARGEM.TMP".
       01  REGMT.
           03 TIPOMT PIC X(01).
               88 MT-VENDA VALUE "V".
               88 MT-DEVOLUCAO VALUE "D".
           03 FILIALMT PIC 9(02).
           03 PRODMT PIC 9(06).
           03 CLIENTEMT PIC 9(06).
           03 VENDMT PIC 9(04).
           03 PEDIDOMT PIC 9(06).
           03 ITEMMT PIC 9(03).
           03 QTDMT PIC S9(05).
           03 RECEITAMT PIC S9(07)V9(03).
           03 CUSTOMT PIC S9(07)V9(03).
           03 ABAIXOMT PIC X(01).

       FD  RELMARG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELMARG.DAT".
       01  LINHAMARG PIC X(80).

       SD  ORDMARG.
       01  REGORD.
           03 ORDFILIAL PIC 9(02).
           03 ORDCHAVE PIC 9(09).
           03 ORDPROD PIC 9(06).
           03 ORDQTD PIC S9(05).
           03 ORDRECEITA PIC S9(07)V9(03).
           03 ORDCUSTO PIC S9(07)V9(03).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  FILIALSEL PIC 9(02) VALUE ZEROS.
       01  DATAINI PIC 9(08) VALUE ZEROS.
       01  DATAFIM PIC 9(08) VALUE ZEROS.
       01  DATAPEDW PIC 9(08) VALUE ZEROS.
       01  DATAPEDR REDEFINES DATAPEDW.
           03 DIAPED PIC 9(02).
           03 MESPED PIC 9(02).
           03 ANOPED PIC 9(04).
       01  DATAPEDAMD.
           03 ANOAMD PIC 9(04).
           03 MESAMD PIC 9(02).
           03 DIAAMD PIC 9(02).
       01  DATAPEDNUM REDEFINES DATAPEDAMD PIC 9(08).
       01  CUSTOOK PIC X(01) VALUE "N".
       01  KITOK PIC X(01) VALUE "N".
       01  CLIOK PIC X(01) VALUE "N".
       01  VENDOK PIC X(01) VALUE "N".
       01  DEVOK PIC X(01) VALUE "N".
       01  PEDOK PIC X(01) VALUE "N".
       01  CANCSIM PIC X(01) VALUE "N".
       01  KITSIM PIC X(01) VALUE "N".
       01  FILIALANTP PIC 9(02) VALUE ZEROS.
       01  PEDIDOANTP PIC 9(06) VALUE ZEROS.
       01  FILIALCW PIC 9(02) VALUE ZEROS.
       01  PRODCW PIC 9(06) VALUE ZEROS.
       01  CUSTOUNIT PIC 9(06)V9(03) VALUE ZEROS.
       01  CUSTOPRODW PIC 9(06)V9(03) VALUE ZEROS.
       01  SECAO PIC 9(01) VALUE ZEROS.
       01  PRIMEIRA PIC X(01) VALUE "S".
       01  FILIALANT PIC 9(02) VALUE ZEROS.
       01  CHAVEANT PIC 9(09) VALUE ZEROS.
       01  PRODANT PIC 9(06) VALUE ZEROS.
       01  ACUMQTD PIC S9(07) VALUE ZEROS.
       01  ACUMRECEITA PIC S9(09)V9(03) VALUE ZEROS.
       01  ACUMCUSTO PIC S9(09)V9(03) VALUE ZEROS.
       01  FILQTD PIC S9(07) VALUE ZEROS.
       01  FILRECEITA PIC S9(09)V9(03) VALUE ZEROS.
       01  FILCUSTO PIC S9(09)V9(03) VALUE ZEROS.
       01  GERQTD PIC S9(07) VALUE ZEROS.
       01  GERRECEITA PIC S9(09)V9(03) VALUE ZEROS.
       01  GERCUSTO PIC S9(09)V9(03) VALUE ZEROS.
       01  MARGEMW PIC S9(09)V9(03) VALUE ZEROS.
       01  PERCW PIC S9(05)V9(02) VALUE ZEROS.
       01  TOTLINHAS PIC 9(07) VALUE ZEROS.
       01  TOTDEV PIC 9(07) VALUE ZEROS.
       01  TOTABAIXO PIC 9(05) VALUE ZEROS.
       01  LINCAB1 PIC X(80) VALUE
           " RENTABILIDADE (MARGEM BRUTA) DAS VENDAS".
       01  LINCAB2.
           03 FILLER PIC X(10) VALUE " PERIODO: ".
           03 LCDATAINI PIC 9(08).
           03 FILLER PIC X(03) VALUE " A ".
           03 LCDATAFIM PIC 9(08).
           03 FILLER PIC X(11) VALUE "   FILIAL: ".
           03 LCFILIAL PIC Z9.
       01  LINTITPROD PIC X(80) VALUE
           " *** MARGEM POR PRODUTO ***".
       01  LINTITCLI PIC X(80) VALUE
           " *** MARGEM POR CLIENTE ***".
       01  LINTITVEND PIC X(80) VALUE
           " *** MARGEM POR VENDEDOR ***".
       01  LINTITFIL PIC X(80) VALUE
           " *** MARGEM POR FILIAL ***".
       01  LINTITABX PIC X(80) VALUE
           " *** ITENS VENDIDOS ABAIXO DO CUSTO ***".
       01  LINCAB3.
           03 FILLER PIC X(39) VALUE
           "CODIGO NOME                  QUANT     ".
           03 FILLER PIC X(41) VALUE
           "RECEITA       CUSTO      MARGEM   MARGEM%".
       01  LINCAB4.
           03 FILLER PIC X(40) VALUE
           "PEDIDO ITE PRODUT  DESCRICAO     QUANT  ".
           03 FILLER PIC X(40) VALUE
           "  RECEITA      CUSTO     MARGEM  MARGEM%".
       01  LINDET.
           03 LDCHAVE PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDNOME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDQTD PIC -ZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDRECEITA PIC -ZZZZZZ9,99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDCUSTO PIC -ZZZZZZ9,99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDMARGEM PIC -ZZZZZZ9,99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDPERC PIC -ZZZZ9,99.
       01  LINABAIXO.
           03 LAPEDIDO PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LAITEM PIC ZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LAPROD PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LADESCR PIC X(14).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LAQTD PIC ZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LARECEITA PIC ZZZZZZ9,99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LACUSTO PIC ZZZZZZ9,99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LAMARGEM PIC -ZZZZZ9,99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LAPERC PIC -ZZZ9,99.
       01  LINFILIAL.
           03 FILLER PIC X(09) VALUE " FILIAL: ".
           03 LFFILIAL PIC Z9.
       01  LINSUBTOT.
           03 FILLER PIC X(20) VALUE " TOTAL DA FILIAL....".
           03 FILLER PIC X(08) VALUE SPACES.
           03 LSQTD PIC -ZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSRECEITA PIC -ZZZZZZ9,99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSCUSTO PIC -ZZZZZZ9,99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSMARGEM PIC -ZZZZZZ9,99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSPERC PIC -ZZZZ9,99.
       01  LINTOTAL.
           03 FILLER PIC X(20) VALUE " TOTAL GERAL........".
           03 FILLER PIC X(08) VALUE SPACES.
           03 LTQTD PIC -ZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LTRECEITA PIC -ZZZZZZ9,99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LTCUSTO PIC -ZZZZZZ9,99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LTMARGEM PIC -ZZZZZZ9,99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LTPERC PIC -ZZZZ9,99.
       01  LINSEMABX PIC X(80) VALUE
           " NENHUM ITEM VENDIDO ABAIXO DO CUSTO NO PERIODO".
       01  LINBRANCO PIC X(80) VALUE SPACES.
       01  LINRODAPE1.
           03 FILLER PIC X(26) VALUE " ITENS VENDIDOS ANALISADOS".
           03 FILLER PIC X(02) VALUE ": ".
           03 LRLINHAS PIC ZZZZZZ9.
       01  LINRODAPE2.
           03 FILLER PIC X(26) VALUE " DEVOLUCOES DEDUZIDAS.....".
           03 FILLER PIC X(02) VALUE ": ".
           03 LRDEV PIC ZZZZZZ9.
       01  LINRODAPE3.
           03 FILLER PIC X(26) VALUE " ITENS ABAIXO DO CUSTO....".
           03 FILLER PIC X(02) VALUE ": ".
           03 LRABAIXO PIC ZZZZZZ9.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "RENTABILID.".
           03 ARQRELSP PIC X(14) VALUE "RELMARG.DAT".
           03 OPERRELSP PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-PARAMETROS.
           DISPLAY " FILIAL (00 = TODAS): ".
           ACCEPT FILIALSEL.
           DISPLAY " DATA INICIAL (AAAAMMDD): ".
           ACCEPT DATAINI.
           DISPLAY " DATA FINAL (AAAAMMDD): ".
           ACCEPT DATAFIM.
           IF DATAFIM = ZEROS
               MOVE 99999999 TO DATAFIM.

       FN-ABRE1.
           OPEN INPUT CADPEDITEM
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADITEM NAO ENCONTRADO "
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ITEM =>" ERRO
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN INPUT CADPEDIDO
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADPED NAO ENCONTRADO "
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO =>" ERRO
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE3.
           OPEN INPUT CADPROD
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADPROD NAO ENCONTRADO "
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PROD =>" ERRO
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE4.
           MOVE "N" TO CUSTOOK.
           OPEN INPUT CADCUSTO
           IF ERRO = "00"
               MOVE "S" TO CUSTOOK.
           MOVE "N" TO KITOK.
           OPEN INPUT CADKIT
           IF ERRO = "00"
               MOVE "S" TO KITOK.
           MOVE "N" TO CLIOK.
           OPEN INPUT CADCLI
           IF ERRO = "00"
               MOVE "S" TO CLIOK.
           MOVE "N" TO VENDOK.
           OPEN INPUT CADVEND
           IF ERRO = "00"
               MOVE "S" TO VENDOK.

       FN-ABRE5.
           OPEN OUTPUT MARGTMP
           IF ERRO NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO TEMPORARIO =>" ERRO
                 GO TO FN-FIM2.

       FN-ABRE6.
           OPEN OUTPUT RELMARG
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELMARG =>" ERRO2
                 CLOSE MARGTMP
                 GO TO FN-FIM2.

       FN-ITENS.
           MOVE LOW-VALUES TO CHAVEITEM.
           START CADPEDITEM KEY IS NOT LESS THAN CHAVEITEM
               INVALID KEY GO TO FN-DEVOLUCOES.
       FN-ITENS-LOOP.
           READ CADPEDITEM NEXT RECORD
               AT END GO TO FN-DEVOLUCOES.
           IF FILIALSEL NOT = ZEROS
               IF FILIALITEM NOT = FILIALSEL
                   GO TO FN-ITENS-LOOP.
           IF FILIALITEM NOT = FILIALANTP OR PEDIDOITEM NOT = PEDIDOANTP
               MOVE FILIALITEM TO FILIALANTP
               MOVE PEDIDOITEM TO PEDIDOANTP
               PERFORM FN-VERIF-PEDIDO THRU FN-VERIF-PEDIDO-FIM.
           IF PEDOK NOT = "S"
               GO TO FN-ITENS-LOOP.
           MOVE FILIALITEM TO FILIALCW.
           MOVE PRODUTOITEM TO PRODCW.
           PERFORM FN-CUSTO-UNIT THRU FN-CUSTO-UNIT-FIM.
           MOVE "V" TO TIPOMT.
           MOVE FILIALITEM TO FILIALMT.
           MOVE PRODUTOITEM TO PRODMT.
           MOVE CLIENTEPEDIDO TO CLIENTEMT.
           MOVE VENDEDORPED TO VENDMT.
           MOVE PEDIDOITEM TO PEDIDOMT.
           MOVE ITEMSEQ TO ITEMMT.
           MOVE QUANTITEM TO QTDMT.
           MOVE TOTALITEMREG TO RECEITAMT.
           COMPUTE CUSTOMT ROUNDED = QUANTITEM * CUSTOUNIT.
           MOVE "N" TO ABAIXOMT.
           IF RECEITAMT < CUSTOMT
               MOVE "S" TO ABAIXOMT
               ADD 1 TO TOTABAIXO.
           WRITE REGMT.
           ADD 1 TO TOTLINHAS.
           GO TO FN-ITENS-LOOP.

       FN-DEVOLUCOES.
           MOVE "N" TO DEVOK.
           OPEN INPUT CADDEV
           IF ERRO NOT = "00"
               GO TO FN-SECOES.
           MOVE "S" TO DEVOK.
       FN-DEVOLUCOES-LOOP.
           READ CADDEV
               AT END GO TO FN-SECOES.
           IF FILIALSEL NOT = ZEROS
               IF FILIALDEV NOT = FILIALSEL
                   GO TO FN-DEVOLUCOES-LOOP.
           IF FILIALDEV NOT = FILIALANTP OR PEDIDODEV NOT = PEDIDOANTP
               MOVE FILIALDEV TO FILIALANTP
               MOVE PEDIDODEV TO PEDIDOANTP
               PERFORM FN-VERIF-PEDIDO THRU FN-VERIF-PEDIDO-FIM.
           IF PEDOK NOT = "S"
               GO TO FN-DEVOLUCOES-LOOP.
           MOVE FILIALDEV TO FILIALCW.
           MOVE PRODUTODEV TO PRODCW.
           PERFORM FN-CUSTO-UNIT THRU FN-CUSTO-UNIT-FIM.
           MOVE "D" TO TIPOMT.
           MOVE FILIALDEV TO FILIALMT.
           MOVE PRODUTODEV TO PRODMT.
           MOVE CLIENTEPEDIDO TO CLIENTEMT.
           MOVE VENDEDORPED TO VENDMT.
           MOVE PEDIDODEV TO PEDIDOMT.
           MOVE ITEMDEV TO ITEMMT.
           COMPUTE QTDMT = ZEROS - QTDDEVREG.
           COMPUTE RECEITAMT = ZEROS - VALORDEVREG.
           COMPUTE CUSTOMT ROUNDED = ZEROS - (QTDDEVREG * CUSTOUNIT).
           MOVE "N" TO ABAIXOMT.
           WRITE REGMT.
           ADD 1 TO TOTDEV.
           GO TO FN-DEVOLUCOES-LOOP.

       FN-SECOES.
           IF DEVOK = "S"
               CLOSE CADDEV.
           CLOSE MARGTMP.
           WRITE LINHAMARG FROM LINCAB1.
           MOVE DATAINI TO LCDATAINI.
           MOVE DATAFIM TO LCDATAFIM.
           MOVE FILIALSEL TO LCFILIAL.
           WRITE LINHAMARG FROM LINCAB2.
           MOVE 1 TO SECAO.
       FN-SECOES-LOOP.
           SORT ORDMARG
               ON ASCENDING KEY ORDFILIAL ORDCHAVE
               INPUT PROCEDURE IS FN-SELECIONA THRU FN-SELECIONA-FIM
               OUTPUT PROCEDURE IS FN-IMPRIME THRU FN-IMPRIME-FIM.
           ADD 1 TO SECAO.
           IF SECAO < 6
               GO TO FN-SECOES-LOOP.
           WRITE LINHAMARG FROM LINBRANCO.
           MOVE TOTLINHAS TO LRLINHAS.
           WRITE LINHAMARG FROM LINRODAPE1.
           MOVE TOTDEV TO LRDEV.
           WRITE LINHAMARG FROM LINRODAPE2.
           MOVE TOTABAIXO TO LRABAIXO.
           WRITE LINHAMARG FROM LINRODAPE3.
           GO TO FN-FIM.

       FN-VERIF-PEDIDO.
           MOVE "N" TO PEDOK.
           MOVE FILIALANTP TO CODFILIAL.
           MOVE PEDIDOANTP TO CODPEDIDO.
           READ CADPEDIDO
           IF ERRO NOT = "00"
               GO TO FN-VERIF-PEDIDO-FIM.
           MOVE DATAPEDIDO TO DATAPEDW.
           MOVE ANOPED TO ANOAMD.
           MOVE MESPED TO MESAMD.
           MOVE DIAPED TO DIAAMD.
           IF DATAPEDNUM < DATAINI OR DATAPEDNUM > DATAFIM
               GO TO FN-VERIF-PEDIDO-FIM.
           PERFORM FN-VERIF-CANC THRU FN-VERIF-CANC-FIM.
           IF CANCSIM = "S"
               GO TO FN-VERIF-PEDIDO-FIM.
           MOVE "S" TO PEDOK.
       FN-VERIF-PEDIDO-FIM.
           EXIT.

       FN-VERIF-CANC.
           MOVE "N" TO CANCSIM.
           OPEN INPUT CADPEDCANC
           IF ERRO NOT = "00"
               GO TO FN-VERIF-CANC-FIM.
       FN-VERIF-CANC-LOOP.
           READ CADPEDCANC
               AT END GO TO FN-VERIF-CANC-FECHA.
           IF FILIALCANC NOT = CODFILIAL OR PEDIDOCANC NOT = CODPEDIDO
               GO TO FN-VERIF-CANC-LOOP.
           IF DATAPEDCANC NOT = DATAPEDNUM
               GO TO FN-VERIF-CANC-LOOP.
           MOVE "S" TO CANCSIM.
       FN-VERIF-CANC-FECHA.
           CLOSE CADPEDCANC.
       FN-VERIF-CANC-FIM.
           EXIT.

       FN-CUSTO-UNIT.
           MOVE ZEROS TO CUSTOUNIT.
           MOVE "N" TO KITSIM.
           IF KITOK NOT = "S"
               GO TO FN-CUSTO-UNIT-PROD.
           MOVE FILIALCW TO FILIALKIT.
           MOVE PRODCW TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-CUSTO-UNIT-PROD.
       FN-CUSTO-UNIT-LOOP.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-CUSTO-UNIT-PROD.
           IF FILIALKIT NOT = FILIALCW OR PRODKIT NOT = PRODCW
               GO TO FN-CUSTO-UNIT-PROD.
           MOVE "S" TO KITSIM.
           MOVE COMPKIT TO CODPROD.
           PERFORM FN-CUSTO-PROD THRU FN-CUSTO-PROD-FIM.
           COMPUTE CUSTOUNIT = CUSTOUNIT + (CUSTOPRODW * QTDCOMPKIT).
           GO TO FN-CUSTO-UNIT-LOOP.
       FN-CUSTO-UNIT-PROD.
           IF KITSIM = "S"
               GO TO FN-CUSTO-UNIT-FIM.
           MOVE PRODCW TO CODPROD.
           PERFORM FN-CUSTO-PROD THRU FN-CUSTO-PROD-FIM.
           MOVE CUSTOPRODW TO CUSTOUNIT.
       FN-CUSTO-UNIT-FIM.
           EXIT.

       FN-CUSTO-PROD.
           MOVE ZEROS TO CUSTOPRODW.
           IF CUSTOOK = "S"
               MOVE FILIALCW TO FILIALCUSTO
               MOVE CODPROD TO PRODUTOCUSTO
               READ CADCUSTO
               IF ERRO = "00"
                   MOVE CUSTOMEDIO TO CUSTOPRODW
                   GO TO FN-CUSTO-PROD-FIM.
           MOVE FILIALCW TO CODFILPROD.
           READ CADPROD
           IF ERRO = "00"
               MOVE ULTPRECO TO CUSTOPRODW.
       FN-CUSTO-PROD-FIM.
           EXIT.

       FN-SELECIONA.
           OPEN INPUT MARGTMP
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA REABERTURA DO TEMPORARIO =>" ERRO
               GO TO FN-SELECIONA-FIM.
       FN-SELECIONA-LOOP.
           READ MARGTMP
               AT END GO TO FN-SELECIONA-FECHA.
           IF SECAO = 5
               IF ABAIXOMT NOT = "S"
                   GO TO FN-SELECIONA-LOOP.
           MOVE FILIALMT TO ORDFILIAL.
           MOVE PRODMT TO ORDPROD.
           MOVE QTDMT TO ORDQTD.
           MOVE RECEITAMT TO ORDRECEITA.
           MOVE CUSTOMT TO ORDCUSTO.
           IF SECAO = 1
               MOVE PRODMT TO ORDCHAVE
           ELSE IF SECAO = 2
               MOVE CLIENTEMT TO ORDCHAVE
           ELSE IF SECAO = 3
               MOVE VENDMT TO ORDCHAVE
           ELSE IF SECAO = 4
               MOVE ZEROS TO ORDCHAVE
           ELSE
               COMPUTE ORDCHAVE = (PEDIDOMT * 1000) + ITEMMT.
           RELEASE REGORD.
           GO TO FN-SELECIONA-LOOP.
       FN-SELECIONA-FECHA.
           CLOSE MARGTMP.
       FN-SELECIONA-FIM.
           EXIT.

       FN-IMPRIME.
           MOVE "S" TO PRIMEIRA.
           MOVE ZEROS TO GERQTD GERRECEITA GERCUSTO.
           MOVE ZEROS TO FILQTD FILRECEITA FILCUSTO.
           WRITE LINHAMARG FROM LINBRANCO.
           IF SECAO = 1
               WRITE LINHAMARG FROM LINTITPROD
           ELSE IF SECAO = 2
               WRITE LINHAMARG FROM LINTITCLI
           ELSE IF SECAO = 3
               WRITE LINHAMARG FROM LINTITVEND
           ELSE IF SECAO = 4
               WRITE LINHAMARG FROM LINTITFIL
           ELSE
               WRITE LINHAMARG FROM LINTITABX.
           IF SECAO = 4
               WRITE LINHAMARG FROM LINCAB3.
           IF SECAO = 5
               GO TO FN-IMPRIME-ABAIXO.
       FN-IMPRIME-LOOP.
           RETURN ORDMARG
               AT END GO TO FN-IMPRIME-ULT.
           IF PRIMEIRA = "S"
               MOVE "N" TO PRIMEIRA
               MOVE ORDFILIAL TO FILIALANT
               MOVE ORDCHAVE TO CHAVEANT
               PERFORM FN-CAB-FILIAL THRU FN-CAB-FILIAL-FIM
               MOVE ORDQTD TO ACUMQTD
               MOVE ORDRECEITA TO ACUMRECEITA
               MOVE ORDCUSTO TO ACUMCUSTO
               GO TO FN-IMPRIME-LOOP.
           IF ORDFILIAL = FILIALANT AND ORDCHAVE = CHAVEANT
               ADD ORDQTD TO ACUMQTD
               ADD ORDRECEITA TO ACUMRECEITA
               ADD ORDCUSTO TO ACUMCUSTO
               GO TO FN-IMPRIME-LOOP.
           PERFORM FN-LINHA-GRUPO THRU FN-LINHA-GRUPO-FIM.
           IF ORDFILIAL NOT = FILIALANT
               PERFORM FN-SUB-FILIAL THRU FN-SUB-FILIAL-FIM
               MOVE ORDFILIAL TO FILIALANT
               PERFORM FN-CAB-FILIAL THRU FN-CAB-FILIAL-FIM.
           MOVE ORDCHAVE TO CHAVEANT.
           MOVE ORDQTD TO ACUMQTD.
           MOVE ORDRECEITA TO ACUMRECEITA.
           MOVE ORDCUSTO TO ACUMCUSTO.
           GO TO FN-IMPRIME-LOOP.
       FN-IMPRIME-ULT.
           IF PRIMEIRA = "N"
               PERFORM FN-LINHA-GRUPO THRU FN-LINHA-GRUPO-FIM
               PERFORM FN-SUB-FILIAL THRU FN-SUB-FILIAL-FIM.
           MOVE GERQTD TO LTQTD.
           MOVE GERRECEITA TO LTRECEITA.
           MOVE GERCUSTO TO LTCUSTO.
           COMPUTE MARGEMW = GERRECEITA - GERCUSTO.
           MOVE MARGEMW TO LTMARGEM.
           MOVE GERRECEITA TO ACUMRECEITA.
           PERFORM FN-PERCENTUAL THRU FN-PERCENTUAL-FIM.
           MOVE PERCW TO LTPERC.
           WRITE LINHAMARG FROM LINTOTAL.
           GO TO FN-IMPRIME-FIM.

       FN-IMPRIME-ABAIXO.
           WRITE LINHAMARG FROM LINCAB4.
       FN-IMPRIME-ABAIXO-LOOP.
           RETURN ORDMARG
               AT END GO TO FN-IMPRIME-ABAIXO-ULT.
           IF PRIMEIRA = "S" OR ORDFILIAL NOT = FILIALANT
               MOVE "N" TO PRIMEIRA
               MOVE ORDFILIAL TO FILIALANT
               MOVE FILIALANT TO LFFILIAL
               WRITE LINHAMARG FROM LINFILIAL.
           DIVIDE ORDCHAVE BY 1000 GIVING LAPEDIDO REMAINDER LAITEM.
           MOVE ORDPROD TO LAPROD.
           MOVE ORDFILIAL TO CODFILPROD.
           MOVE ORDPROD TO CODPROD.
           READ CADPROD
               INVALID KEY MOVE SPACES TO DESCRICAO.
           MOVE DESCRICAO TO LADESCR.
           MOVE ORDQTD TO LAQTD.
           MOVE ORDRECEITA TO LARECEITA.
           MOVE ORDCUSTO TO LACUSTO.
           COMPUTE MARGEMW = ORDRECEITA - ORDCUSTO.
           MOVE MARGEMW TO LAMARGEM.
           MOVE ORDRECEITA TO ACUMRECEITA.
           PERFORM FN-PERCENTUAL THRU FN-PERCENTUAL-FIM.
           MOVE PERCW TO LAPERC.
           WRITE LINHAMARG FROM LINABAIXO.
           GO TO FN-IMPRIME-ABAIXO-LOOP.
       FN-IMPRIME-ABAIXO-ULT.
           IF PRIMEIRA = "S"
               WRITE LINHAMARG FROM LINSEMABX.
       FN-IMPRIME-FIM.
           EXIT.

       FN-CAB-FILIAL.
           IF SECAO = 4
               GO TO FN-CAB-FILIAL-FIM.
           MOVE FILIALANT TO LFFILIAL.
           WRITE LINHAMARG FROM LINFILIAL.
           WRITE LINHAMARG FROM LINCAB3.
       FN-CAB-FILIAL-FIM.
           EXIT.

       FN-LINHA-GRUPO.
           MOVE SPACES TO LDNOME.
           IF SECAO = 1
               MOVE FILIALANT TO CODFILPROD
               MOVE CHAVEANT TO CODPROD
               READ CADPROD
                   INVALID KEY MOVE SPACES TO DESCRICAO.
           IF SECAO = 1
               MOVE CHAVEANT TO LDCHAVE
               MOVE DESCRICAO TO LDNOME.
           IF SECAO = 2
               MOVE CHAVEANT TO LDCHAVE
               PERFORM FN-NOME-CLIENTE THRU FN-NOME-CLIENTE-FIM.
           IF SECAO = 3
               MOVE CHAVEANT TO LDCHAVE
               PERFORM FN-NOME-VENDEDOR THRU FN-NOME-VENDEDOR-FIM.
           IF SECAO = 4
               MOVE FILIALANT TO LDCHAVE
               MOVE "FILIAL" TO LDNOME.
           MOVE ACUMQTD TO LDQTD.
           MOVE ACUMRECEITA TO LDRECEITA.
           MOVE ACUMCUSTO TO LDCUSTO.
           COMPUTE MARGEMW = ACUMRECEITA - ACUMCUSTO.
           MOVE MARGEMW TO LDMARGEM.
           PERFORM FN-PERCENTUAL THRU FN-PERCENTUAL-FIM.
           MOVE PERCW TO LDPERC.
           WRITE LINHAMARG FROM LINDET.
           ADD ACUMQTD TO FILQTD GERQTD.
           ADD ACUMRECEITA TO FILRECEITA GERRECEITA.
           ADD ACUMCUSTO TO FILCUSTO GERCUSTO.
       FN-LINHA-GRUPO-FIM.
           EXIT.

       FN-NOME-CLIENTE.
           IF CLIOK NOT = "S"
               GO TO FN-NOME-CLIENTE-FIM.
           MOVE FILIALANT TO CODFILCLI.
           MOVE CHAVEANT TO CODCLIE.
           READ CADCLI
           IF ERRO = "00"
               MOVE NOME TO LDNOME.
       FN-NOME-CLIENTE-FIM.
           EXIT.

       FN-NOME-VENDEDOR.
           IF CHAVEANT = ZEROS
               MOVE "SEM VENDEDOR" TO LDNOME
               GO TO FN-NOME-VENDEDOR-FIM.
           IF VENDOK NOT = "S"
               GO TO FN-NOME-VENDEDOR-FIM.
           MOVE FILIALANT TO FILIALVEND.
           MOVE CHAVEANT TO CODVEND.
           READ CADVEND
           IF ERRO = "00"
               MOVE NOMEVEND TO LDNOME.
       FN-NOME-VENDEDOR-FIM.
           EXIT.

       FN-SUB-FILIAL.
           IF SECAO = 4
               GO TO FN-SUB-FILIAL-FIM.
           MOVE FILQTD TO LSQTD.
           MOVE FILRECEITA TO LSRECEITA.
           MOVE FILCUSTO TO LSCUSTO.
           COMPUTE MARGEMW = FILRECEITA - FILCUSTO.
           MOVE MARGEMW TO LSMARGEM.
           MOVE FILRECEITA TO ACUMRECEITA.
           PERFORM FN-PERCENTUAL THRU FN-PERCENTUAL-FIM.
           MOVE PERCW TO LSPERC.
           WRITE LINHAMARG FROM LINSUBTOT.
           WRITE LINHAMARG FROM LINBRANCO.
           MOVE ZEROS TO FILQTD FILRECEITA FILCUSTO.
       FN-SUB-FILIAL-FIM.
           EXIT.

       FN-PERCENTUAL.
           MOVE ZEROS TO PERCW.
           IF ACUMRECEITA = ZEROS
               GO TO FN-PERCENTUAL-FIM.
           COMPUTE PERCW ROUNDED = MARGEMW * 100 / ACUMRECEITA
               ON SIZE ERROR
                   IF MARGEMW < ZEROS
                       MOVE -9999,99 TO PERCW
                   ELSE
                       MOVE 9999,99 TO PERCW.
       FN-PERCENTUAL-FIM.
           EXIT.

       FN-FIM.
           CLOSE RELMARG.
           DISPLAY " ITENS ANALISADOS: " TOTLINHAS.
           DISPLAY " ABAIXO DO CUSTO.: " TOTABAIXO.
           MOVE OPCODLOG TO OPERRELSP.
           CALL "SVP068" USING SPOOLPED.
           CANCEL "SVP068".

       FN-FIM2.
           CLOSE CADPEDITEM.
           CLOSE CADPEDIDO.
           CLOSE CADPROD.
           IF CUSTOOK = "S"
               CLOSE CADCUSTO.
           IF KITOK = "S"
               CLOSE CADKIT.
           IF CLIOK = "S"
               CLOSE CADCLI.
           IF VENDOK = "S"
               CLOSE CADVEND.
           EXIT PROGRAM.
