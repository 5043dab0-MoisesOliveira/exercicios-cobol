               RECORD KEY   IS CHAVECLI
               FILE STATUS  IS ERRO.

           SELECT CADENTPED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEENTP
               FILE STATUS  IS ERRO.

           SELECT RELROTA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.
           03 SITCLI PIC X(01).
               88 CLIENTE-INATIVO VALUE "I".

       FD  CADENTPED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADENTPED.DAT".
       01  REGENTPED.
           03 CHAVEENTP.
               05 FILIALENTP PIC 9(02).
               05 PEDIDOENTP PIC 9(06).
           03 MANIFENTP PIC 9(06).
           03 SITENTP PIC X(01).
               88 PEDIDO-EM-ROTA VALUE "R".
               88 PEDIDO-ENTREGA-OK VALUE "E".
               88 PEDIDO-NAO-ENTREGUE VALUE "N".
           03 MOTIVOENTP PIC X(40).

       FD  RELROTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELROTA.DAT".
           03 ORDFONE PIC 9(09).
           03 ORDPISO PIC 9(01).
           03 ORDOBS PIC X(60).
           03 ORDREENT PIC X(01).
           03 ORDMOTIVO PIC X(40).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  CIDADEANT PIC X(20) VALUE SPACES.
       01  BAIRROANT PIC X(20) VALUE SPACES.
       01  PRIMEIRA PIC X(01) VALUE "S".
       01  ENTPEDOK PIC X(01) VALUE "N".
       01  REENTREGA PIC X(01) VALUE "N".
       01  TOTREENTREGAS PIC 9(05) VALUE ZEROS.
       01  LINCIDADE.
           03 FILLER PIC X(10) VALUE " CIDADE: ".
           03 LCCIDADE PIC X(20).
       01  LINOBS.
           03 FILLER PIC X(11) VALUE "      OBS: ".
           03 LOOBS PIC X(60).
       01  LINREENT.
           03 FILLER PIC X(22) VALUE "      *** REENTREGA: ".
           03 LRMOTIVO PIC X(40).
       01  LINCAB1.
           03 FILLER PIC X(32) VALUE
           " ROTEIRO DE ENTREGAS - FILIAL: ".
       01  LINRODAPE.
           03 FILLER PIC X(22) VALUE " ENTREGAS NO ROTEIRO: ".
           03 LRTOTAL PIC ZZZZ9.
           03 FILLER PIC X(16) VALUE "   REENTREGAS: ".
           03 LRREENT PIC ZZZZ9.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "ROTEIRO ENTR".
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
                 DISPLAY " ARQUIVO CADCEP NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEP =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADCLI NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE4.
           OPEN INPUT CADENTPED
           IF ERRO = "00"
               MOVE "S" TO ENTPEDOK.

       FN-ABRE5.
           OPEN OUTPUT RELROTA
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ RELROTA =>" ERRO2
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM.

       FN-ORDENA.
               AT END GO TO FN-SELECIONA-FIM.
           IF CODFILIAL NOT = FILIALSEL
               GO TO FN-SELECIONA-FIM.
           MOVE "N" TO REENTREGA.
           MOVE SPACES TO ORDMOTIVO.
           IF ENTPEDOK = "S"
               PERFORM FN-VER-REENTREGA THRU FN-VER-REENTREGA-FIM.
           MOVE DATAPEDIDO TO DATAPEDX.
           IF DATAPEDX NOT = DATASEL AND REENTREGA = "N"
               GO TO FN-SELECIONA-LOOP.
           MOVE CEPPEDIDO TO CEP.
           READ CADCEP
           MOVE NUMERO1 TO ORDFONE.
           MOVE TIPOPISO TO ORDPISO.
           MOVE OBS TO ORDOBS.
           MOVE REENTREGA TO ORDREENT.
           RELEASE REGORD.
           GO TO FN-SELECIONA-LOOP.
       FN-SELECIONA-FIM.
           EXIT.

       FN-VER-REENTREGA.
           IF NOT PEDIDO-SEPARACAO AND NOT PEDIDO-FATURADO
               GO TO FN-VER-REENTREGA-FIM.
           MOVE CODFILIAL TO FILIALENTP.
           MOVE CODPEDIDO TO PEDIDOENTP.
           READ CADENTPED
           IF ERRO NOT = "00"
               GO TO FN-VER-REENTREGA-FIM.
           IF PEDIDO-NAO-ENTREGUE
               MOVE "S" TO REENTREGA
               MOVE MOTIVOENTP TO ORDMOTIVO.
       FN-VER-REENTREGA-FIM.
           EXIT.

       FN-IMPRIME.
           MOVE FILIALSEL TO LCFILIAL.
           MOVE DATASEL TO LCDATA.
           IF ORDOBS NOT = SPACES
               MOVE ORDOBS TO LOOBS
               WRITE LINHAROTA FROM LINOBS.
           IF ORDREENT = "S"
               ADD 1 TO TOTREENTREGAS
               MOVE ORDMOTIVO TO LRMOTIVO
               WRITE LINHAROTA FROM LINREENT.
           GO TO FN-IMPRIME-LOOP.
       FN-IMPRIME-RODAPE.
           WRITE LINHAROTA FROM LINBRANCO.
           MOVE TOTENTREGAS TO LRTOTAL.
           MOVE TOTREENTREGAS TO LRREENT.
           WRITE LINHAROTA FROM LINRODAPE.
       FN-IMPRIME-FIM.
           EXIT.
           CLOSE CADPEDIDO.
           CLOSE CADCEP.
           CLOSE CADCLI.
           IF ENTPEDOK = "S"
               CLOSE CADENTPED.
           CLOSE RELROTA.
           DISPLAY " ENTREGAS NO ROTEIRO: " TOTENTREGAS.
           MOVE OPCODLOG TO OPERRELSP.
