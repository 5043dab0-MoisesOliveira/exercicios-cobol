               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT CADDESCPED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDPE
               FILE STATUS  IS ERRO.

           SELECT RELCOMIS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.
           03 TOTALCANC PIC 9(06)V9(03).
           03 DATAPEDCANC PIC 9(08).

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

       FD  RELCOMIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELCOMIS.DAT".
       01  BASECOMIS PIC S9(08)V9(03) VALUE ZEROS.
       01  VALORCOMIS PIC S9(08)V9(03) VALUE ZEROS.
       01  TOTVENDEDORES PIC 9(04) VALUE ZEROS.
       01  TOTBRUTOVEND PIC 9(08)V9(03) VALUE ZEROS.
       01  TOTDESCVEND PIC 9(08)V9(03) VALUE ZEROS.
       01  DESCPEDOK PIC X(01) VALUE "N".
       01  LINCAB1.
           03 FILLER PIC X(37) VALUE
           " COMISSOES POR VENDEDOR - FILIAL:    ".
           03 LDCANCEL PIC Z(06)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDCOMIS PIC -Z(06)9,999.
       01  LINDESC.
           03 FILLER PIC X(08) VALUE SPACES.
           03 FILLER PIC X(07) VALUE "BRUTO: ".
           03 LDBRUTO PIC Z(06)9,999.
           03 FILLER PIC X(13) VALUE "  DESCONTOS: ".
           03 LDDESC PIC Z(06)9,999.
           03 FILLER PIC X(11) VALUE "  LIQUIDO: ".
           03 LDLIQUIDO PIC Z(06)9,999.
       01  LINBRANCO PIC X(80) VALUE SPACES.
       01  LINRODAPE.
           03 FILLER PIC X(24) VALUE " VENDEDORES LISTADOS:   ".
                 DISPLAY "ERRO NA ABERTURA DO ARQ RELCOMIS =>" ERRO2
                 GO TO FN-FIM.

       FN-ABRE4.
           MOVE "N" TO DESCPEDOK.
           OPEN INPUT CADDESCPED
           IF ERRO = "00"
               MOVE "S" TO DESCPEDOK.

       FN-CABECALHO.
           MOVE FILIALSEL TO LCFILIAL.
           WRITE LINHACOMIS FROM LINCAB1.
           MOVE TOTCANCEL TO LDCANCEL.
           MOVE VALORCOMIS TO LDCOMIS.
           WRITE LINHACOMIS FROM LINDET.
           IF TOTDESCVEND > ZEROS
               MOVE TOTBRUTOVEND TO LDBRUTO
               MOVE TOTDESCVEND TO LDDESC
               MOVE TOTVENDIDO TO LDLIQUIDO
               WRITE LINHACOMIS FROM LINDESC.
           GO TO FN-VENDEDORES.

       FN-SOMA-PEDIDOS.
           MOVE ZEROS TO TOTPEDVEND TOTVENDIDO TOTBRUTOVEND TOTDESCVEND.
           MOVE FILIALSEL TO CODFILIAL.
           MOVE ZEROS TO CODPEDIDO.
           START CADPEDIDO KEY IS NOT LESS THAN CHAVEPEDIDO
               GO TO FN-SOMA-PEDIDOS-LOOP.
           ADD 1 TO TOTPEDVEND.
           ADD TOTALVENDA TO TOTVENDIDO.
           ADD TOTALVENDA TO TOTBRUTOVEND.
           IF DESCPEDOK = "S"
               PERFORM FN-SOMA-DESC THRU FN-SOMA-DESC-FIM.
           GO TO FN-SOMA-PEDIDOS-LOOP.
       FN-SOMA-PEDIDOS-FIM.
           EXIT.

       FN-SOMA-DESC.
           MOVE CODFILIAL TO FILIALDPE.
           MOVE CODPEDIDO TO PEDIDODPE.
           READ CADDESCPED
           IF ERRO NOT = "00"
               GO TO FN-SOMA-DESC-FIM.
           COMPUTE TOTBRUTOVEND = TOTBRUTOVEND - TOTALVENDA
               + TOTBRUTODPE.
           ADD DESCITENSDPE DESCPEDDPE TO TOTDESCVEND.
       FN-SOMA-DESC-FIM.
           EXIT.

       FN-SOMA-CANCEL.
           MOVE ZEROS TO TOTCANCEL.
           OPEN INPUT CADPEDCANC
       FN-FIM.
           CLOSE CADVEND.
           CLOSE CADPEDIDO.
           IF DESCPEDOK = "S"
               CLOSE CADDESCPED.
           CLOSE RELCOMIS.
           DISPLAY " VENDEDORES LISTADOS: " TOTVENDEDORES.
           MOVE OPCODLOG TO OPERRELSP.
