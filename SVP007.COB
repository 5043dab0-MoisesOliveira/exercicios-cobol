               RECORD KEY   IS CHAVEPROD
               FILE STATUS  IS ERRO.

           SELECT CADDESCIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDIT
               FILE STATUS  IS ERRO.

           SELECT RELVENDA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.
           03 SITPROD PIC X(01).
               88 PRODUTO-INATIVO VALUE "I".

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

       FD  RELVENDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELVENDA.DAT".
           03 ORDPROD PIC 9(06).
           03 ORDQUANT PIC 9(04).
           03 ORDTOTAL PIC 9(06)V9(03).
           03 ORDBRUTO PIC 9(06)V9(03).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ACUMTOTAL PIC 9(08)V9(03) VALUE ZEROS.
       01  TOTFILIAL PIC 9(08)V9(03) VALUE ZEROS.
       01  TOTGERAL PIC 9(09)V9(03) VALUE ZEROS.
       01  ACUMBRUTO PIC 9(08)V9(03) VALUE ZEROS.
       01  BRUTOFILIAL PIC 9(08)V9(03) VALUE ZEROS.
       01  BRUTOGERAL PIC 9(09)V9(03) VALUE ZEROS.
       01  DESCCALC PIC 9(09)V9(03) VALUE ZEROS.
       01  DESCITOK PIC X(01) VALUE "N".
       01  TOTPROD PIC 9(05) VALUE ZEROS.
       01  PRIMEIRA PIC X(01) VALUE "S".
       01  LINDET.
           03 LDCODPROD PIC ZZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LDDESCRICAO PIC X(20).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDQUANT PIC ZZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDBRUTO PIC Z(07)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDDESC PIC Z(07)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDTOTAL PIC Z(07)9,999.
       01  LINFILIAL.
           03 FILLER PIC X(09) VALUE " FILIAL: ".
           03 LFFILIAL PIC Z9.
       01  LINSUBTOT.
           03 FILLER PIC X(37) VALUE " TOTAL DA FILIAL.....:   ".
           03 LSBRUTO PIC Z(07)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSDESC PIC Z(07)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSTOTAL PIC Z(07)9,999.
       01  LINCAB1 PIC X(80) VALUE
           " RESUMO DE VENDAS POR PRODUTO".
           03 LCDATAINI PIC 9(08).
           03 FILLER PIC X(03) VALUE " A ".
           03 LCDATAFIM PIC 9(08).
       01  LINCAB3.
           03 FILLER PIC X(40) VALUE
           " CODIGO  DESCRICAO             QUANT    ".
           03 FILLER PIC X(40) VALUE
           "    BRUTO     DESCONTO      LIQUIDO".
       01  LINBRANCO PIC X(80) VALUE SPACES.
       01  LINRODAPE.
           03 FILLER PIC X(28) VALUE " TOTAL DE PRODUTOS VENDIDOS:".
       01  LINRODAPE2.
           03 FILLER PIC X(25) VALUE " TOTAL GERAL VENDIDO.:   ".
           03 LRGERAL PIC Z(08)9,999.
       01  LINRODAPE3.
           03 FILLER PIC X(25) VALUE " TOTAL GERAL BRUTO...:   ".
           03 LRBRUTO PIC Z(08)9,999.
       01  LINRODAPE4.
           03 FILLER PIC X(25) VALUE " TOTAL DE DESCONTOS..:   ".
           03 LRDESC PIC Z(08)9,999.

       PROCEDURE DIVISION.
      *
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2B.
           MOVE "N" TO DESCITOK.
           OPEN INPUT CADDESCIT
           IF ERRO = "00"
               MOVE "S" TO DESCITOK.

       FN-ABRE3.
           OPEN OUTPUT RELVENDA
           IF ERRO2 NOT = "00"
           MOVE PRODUTOITEM TO ORDPROD.
           MOVE QUANTITEM TO ORDQUANT.
           MOVE TOTALITEMREG TO ORDTOTAL.
           MOVE TOTALITEMREG TO ORDBRUTO.
           IF DESCITOK = "S"
               MOVE FILIALITEM TO FILIALDIT
               MOVE PEDIDOITEM TO PEDIDODIT
               MOVE ITEMSEQ TO ITEMDIT
               READ CADDESCIT
               IF ERRO = "00"
                   MOVE TOTBRUTODIT TO ORDBRUTO.
           RELEASE REGORD.
           GO TO FN-SELECIONA-LOOP.
       FN-SELECIONA-FIM.
               PERFORM FN-CAB-FILIAL THRU FN-CAB-FILIAL-FIM
               MOVE ORDQUANT TO ACUMQUANT
               MOVE ORDTOTAL TO ACUMTOTAL
               MOVE ORDBRUTO TO ACUMBRUTO
               GO TO FN-IMPRIME-LOOP.
           IF ORDFILIAL = FILIALANT AND ORDPROD = PRODANT
               ADD ORDQUANT TO ACUMQUANT
               ADD ORDTOTAL TO ACUMTOTAL
               ADD ORDBRUTO TO ACUMBRUTO
               GO TO FN-IMPRIME-LOOP.
           PERFORM FN-LINHA-PROD THRU FN-LINHA-PROD-FIM.
           IF ORDFILIAL NOT = FILIALANT
           MOVE ORDPROD TO PRODANT.
           MOVE ORDQUANT TO ACUMQUANT.
           MOVE ORDTOTAL TO ACUMTOTAL.
           MOVE ORDBRUTO TO ACUMBRUTO.
           GO TO FN-IMPRIME-LOOP.
       FN-IMPRIME-ULT.
           IF PRIMEIRA = "N"
           WRITE LINHAVENDA FROM LINRODAPE.
           MOVE TOTGERAL TO LRGERAL.
           WRITE LINHAVENDA FROM LINRODAPE2.
           MOVE BRUTOGERAL TO LRBRUTO.
           WRITE LINHAVENDA FROM LINRODAPE3.
           COMPUTE DESCCALC = BRUTOGERAL - TOTGERAL.
           MOVE DESCCALC TO LRDESC.
           WRITE LINHAVENDA FROM LINRODAPE4.
       FN-IMPRIME-FIM.
           EXIT.

           MOVE PRODANT TO LDCODPROD.
           MOVE DESCRICAO TO LDDESCRICAO.
           MOVE ACUMQUANT TO LDQUANT.
           MOVE ACUMBRUTO TO LDBRUTO.
           COMPUTE DESCCALC = ACUMBRUTO - ACUMTOTAL.
           MOVE DESCCALC TO LDDESC.
           MOVE ACUMTOTAL TO LDTOTAL.
           WRITE LINHAVENDA FROM LINDET.
           ADD 1 TO TOTPROD.
           ADD ACUMTOTAL TO TOTFILIAL.
           ADD ACUMTOTAL TO TOTGERAL.
           ADD ACUMBRUTO TO BRUTOFILIAL.
           ADD ACUMBRUTO TO BRUTOGERAL.
       FN-LINHA-PROD-FIM.
           EXIT.

       FN-SUB-FILIAL.
           MOVE BRUTOFILIAL TO LSBRUTO.
           COMPUTE DESCCALC = BRUTOFILIAL - TOTFILIAL.
           MOVE DESCCALC TO LSDESC.
           MOVE TOTFILIAL TO LSTOTAL.
           WRITE LINHAVENDA FROM LINSUBTOT.
           WRITE LINHAVENDA FROM LINBRANCO.
           MOVE ZEROS TO TOTFILIAL BRUTOFILIAL.
       FN-SUB-FILIAL-FIM.
           EXIT.

           CLOSE CADPEDITEM.
           CLOSE CADPEDIDO.
           CLOSE CADPROD.
           IF DESCITOK = "S"
               CLOSE CADDESCIT.
           CLOSE RELVENDA.
           EXIT PROGRAM.
