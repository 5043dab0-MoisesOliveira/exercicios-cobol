               RECORD KEY IS CEP
               FILE STATUS IS ERRO.

           SELECT CADDESCIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDIT
               FILE STATUS  IS ERRO.

           SELECT CADDESCPED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDPE
               FILE STATUS  IS ERRO.

           SELECT RELPEDDOC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.
           03 OBS PIC X(60).
           03 CIDADE PIC X(20).

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

       FD  RELPEDDOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELPEDDOC.DAT".
       01  MERCITEM PIC 9(06)V9(03) VALUE ZEROS.
       01  SOMAITENS PIC 9(08)V9(03) VALUE ZEROS.
       01  DIFERENCA PIC S9(08)V9(03) VALUE ZEROS.
       01  DESCITOK PIC X(01) VALUE "N".
       01  DESCPEDOK PIC X(01) VALUE "N".
       01  LINCAB1.
           03 FILLER PIC X(33) VALUE
           " CONFIRMACAO DE PEDIDO - FILIAL: ".
           03 LDICMS PIC Z(05)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDTOTAL PIC Z(05)9,999.
       01  LINDESC.
           03 FILLER PIC X(08) VALUE SPACES.
           03 FILLER PIC X(07) VALUE "BRUTO: ".
           03 LDBRUTO PIC Z(05)9,999.
           03 FILLER PIC X(09) VALUE "  DESC.: ".
           03 LDPERCIT PIC Z9,99.
           03 FILLER PIC X(04) VALUE "% + ".
           03 LDPERCPED PIC Z9,99.
           03 FILLER PIC X(05) VALUE "%  = ".
           03 LDVALDESC PIC Z(05)9,999.
       01  LINTOT1.
           03 FILLER PIC X(25) VALUE " VALOR MERCADORIAS....: ".
           03 LT1VALOR PIC Z(07)9,999.
       01  LINTOT4.
           03 FILLER PIC X(25) VALUE " TOTAL DO PEDIDO......: ".
           03 LT4VALOR PIC Z(07)9,999.
       01  LINTOT5.
           03 FILLER PIC X(25) VALUE " TOTAL BRUTO..........: ".
           03 LT5VALOR PIC Z(07)9,999.
       01  LINTOT6.
           03 FILLER PIC X(25) VALUE " DESCONTO NOS ITENS...: ".
           03 LT6VALOR PIC Z(07)9,999.
       01  LINTOT7.
           03 FILLER PIC X(25) VALUE " DESCONTO NO PEDIDO...: ".
           03 LT7VALOR PIC Z(07)9,999.
           03 FILLER PIC X(02) VALUE " (".
           03 LT7PERC PIC Z9,99.
           03 FILLER PIC X(02) VALUE "%)".
       01  LINDIF.
           03 FILLER PIC X(25) VALUE " DIFERENCA............: ".
           03 LDIFVALOR PIC -Z(07)9,999.
           ELSE
                 NEXT SENTENCE.

       FN-ABRE5B.
           MOVE "N" TO DESCITOK.
           OPEN INPUT CADDESCIT
           IF ERRO = "00"
               MOVE "S" TO DESCITOK.

       FN-ABRE5C.
           MOVE "N" TO DESCPEDOK.
           OPEN INPUT CADDESCPED
           IF ERRO = "00"
               MOVE "S" TO DESCPEDOK.

       FN-ABRE6.
           OPEN OUTPUT RELPEDDOC
           IF ERRO2 NOT = "00"
           MOVE ICMSITEM TO LDICMS.
           MOVE TOTALITEMREG TO LDTOTAL.
           WRITE LINHADOC FROM LINDET.
           IF DESCITOK = "S"
               PERFORM FN-LINHA-DESC THRU FN-LINHA-DESC-FIM.
           GO TO FN-ITENS-LOOP.

       FN-LINHA-DESC.
           MOVE FILIALITEM TO FILIALDIT.
           MOVE PEDIDOITEM TO PEDIDODIT.
           MOVE ITEMSEQ TO ITEMDIT.
           READ CADDESCIT
           IF ERRO NOT = "00"
               GO TO FN-LINHA-DESC-FIM.
           MOVE TOTBRUTODIT TO LDBRUTO.
           MOVE PERCITDIT TO LDPERCIT.
           MOVE PERCPEDDIT TO LDPERCPED.
           MOVE VALORDESCDIT TO LDVALDESC.
           WRITE LINHADOC FROM LINDESC.
       FN-LINHA-DESC-FIM.
           EXIT.

       FN-TOTAIS.
           WRITE LINHADOC FROM LINBRANCO.
           MOVE VALORMERC TO LT1VALOR.
           WRITE LINHADOC FROM LINTOT2.
           MOVE SOMAITENS TO LT3VALOR.
           WRITE LINHADOC FROM LINTOT3.
           IF DESCPEDOK = "S"
               PERFORM FN-TOTAL-DESC THRU FN-TOTAL-DESC-FIM.
           MOVE TOTALVENDA TO LT4VALOR.
           WRITE LINHADOC FROM LINTOT4.
           COMPUTE DIFERENCA = SOMAITENS - TOTALVENDA.
               MOVE DIFERENCA TO LDIFVALOR
               WRITE LINHADOC FROM LINDIF.

           GO TO FN-FIM.

       FN-TOTAL-DESC.
           MOVE CODFILIAL TO FILIALDPE.
           MOVE CODPEDIDO TO PEDIDODPE.
           READ CADDESCPED
           IF ERRO NOT = "00"
               GO TO FN-TOTAL-DESC-FIM.
           MOVE TOTBRUTODPE TO LT5VALOR.
           WRITE LINHADOC FROM LINTOT5.
           MOVE DESCITENSDPE TO LT6VALOR.
           WRITE LINHADOC FROM LINTOT6.
           MOVE DESCPEDDPE TO LT7VALOR.
           MOVE PERCDPE TO LT7PERC.
           WRITE LINHADOC FROM LINTOT7.
       FN-TOTAL-DESC-FIM.
           EXIT.

       FN-FIM.
           CLOSE CADPEDIDO.
           CLOSE CADPEDITEM.
           CLOSE CADPROD.
           CLOSE CADCLI.
           CLOSE CADCEP.
           IF DESCITOK = "S"
               CLOSE CADDESCIT.
           IF DESCPEDOK = "S"
               CLOSE CADDESCPED.
           CLOSE RELPEDDOC.
           DISPLAY " DOCUMENTO GERADO EM RELPEDDOC.DAT ".
           EXIT PROGRAM.
