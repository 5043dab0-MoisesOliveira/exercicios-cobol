       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP093.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSAC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVESAC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADSACHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVESACHIST
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECLI
               FILE STATUS  IS ERRO.

           SELECT CADPEDIDO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPEDIDO
               FILE STATUS IS ERRO.

           SELECT CADPEDITEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEITEM
               FILE STATUS IS ERRO.

           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPROD
               FILE STATUS IS ERRO.

           SELECT CADUSER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEUSER
               FILE STATUS  IS ERRO.

           SELECT CADDEV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADSAC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSAC.DAT".
       01  REGSAC.
           03 CHAVESAC.
               05 FILIALSAC PIC 9(02).
               05 NUMSAC PIC 9(06).
           03 CLIENTESAC PIC 9(06).
           03 PEDIDOSAC PIC 9(06).
           03 ITEMSAC PIC 9(03).
           03 PRODSAC PIC 9(06).
           03 CATSAC PIC 9(02).
           03 DESCSAC PIC X(60).
           03 RESPSAC PIC 9(04).
           03 DATAABSAC PIC 9(08).
           03 HORAABSAC PIC 9(06).
           03 OPERABSAC PIC 9(04).
           03 SITSAC PIC X(01).
               88 CHAMADO-ABERTO VALUE "A".
               88 CHAMADO-ANDAMENTO VALUE "P".
               88 CHAMADO-RESOLVIDO VALUE "R".
               88 CHAMADO-FECHADO VALUE "F".
           03 DATARESSAC PIC 9(08).
           03 DATAFECSAC PIC 9(08).
           03 DEVDATASAC PIC 9(08).
           03 DEVHORASAC PIC 9(06).
           03 DEVITEMSAC PIC 9(03).
           03 DEVVALSAC PIC 9(06)V9(03).

       FD  CADSACHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSACHIST.DAT".
       01  REGSACHIST.
           03 CHAVESACHIST.
               05 FILIALSH PIC 9(02).
               05 NUMSH PIC 9(06).
               05 SEQSH PIC 9(03).
           03 DATASH PIC 9(08).
           03 HORASH PIC 9(06).
           03 OPERSH PIC 9(04).
           03 SITSH PIC X(01).
           03 COMENTSH PIC X(60).

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

       FD  CADPROD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROD.DAT".
       01  REGPROD.
           03 CHAVEPROD.
               05 CODFILPROD PIC 9(02).
               05 CODPROD PIC 9(06).
           03 DESCR PIC X(30).
           03 UNID PIC X(02).
           03 TIPO PIC 9(01).
           03 FORNCOD PIC 9(06).
           03 ULTPRECO PIC 9(06)V9(03).
           03 PRECOVENDA PIC 9(06)V9(03).
           03 QUANTEST PIC 9(05).
           03 CODBARRAS PIC 9(13).
           03 ICMS PIC 9(02)V9(02).
           03 SITPROD PIC X(01).
               88 PRODUTO-INATIVO VALUE "I".

       FD  CADUSER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADUSER.DAT".
       01  REGUSER.
           03 CHAVEUSER.
               05 CODUSER PIC 9(04).
           03 NOMEUSER PIC X(30).
           03 SENHAUSER PIC X(08).
           03 NIVELUSER PIC 9(01).

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

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  MENS.
           03 MENS1 PIC X(50) VALUE SPACES.
           03 MENS2 PIC ZZZ.
       01  CONTADOR PIC 9(03) VALUE ZERO.
       01  ESC-KEY PIC 9(02) VALUE ZEROS.
       01  OPC PIC X(03) VALUE SPACES.
       01  OPC-KEY PIC X(02) VALUE SPACES.
       01  NUMSACW PIC 9(06) VALUE ZEROS.
       01  MAXNUMSAC PIC 9(06) VALUE ZEROS.
       01  FILIALSCAN PIC 9(02) VALUE ZEROS.
       01  NOMECLIW PIC X(30) VALUE SPACES.
       01  DESCRPRODW PIC X(30) VALUE SPACES.
       01  NOMERESPW PIC X(30) VALUE SPACES.
       01  DESCCATW PIC X(20) VALUE SPACES.
       01  DESCSITW PIC X(15) VALUE SPACES.
       01  COMENTW PIC X(60) VALUE SPACES.
       01  NOVASITW PIC X(01) VALUE SPACE.
       01  DATAHOJE PIC 9(08) VALUE ZEROS.
       01  HORAW PIC 9(06) VALUE ZEROS.
       01  ULTSEQW PIC 9(03) VALUE ZEROS.
       01  DEVOK PIC X(01) VALUE "N".
       01  DEVDATAW PIC 9(08) VALUE ZEROS.
       01  DEVITEMW PIC 9(03) VALUE ZEROS.
       01  ACHOUDEV PIC X(01) VALUE "N".
       01  DEVHORAW PIC 9(06) VALUE ZEROS.
       01  DEVVALW PIC 9(06)V9(03) VALUE ZEROS.
       01  REGSACW PIC X(166) VALUE SPACES.
       01  IND PIC 9(02) VALUE ZEROS.
       01  TABCATSAC.
           03 FILLER PIC X(20) VALUE "ATRASO NA ENTREGA".
           03 FILLER PIC X(20) VALUE "ITEM ERRADO".
           03 FILLER PIC X(20) VALUE "MERCADORIA AVARIADA".
           03 FILLER PIC X(20) VALUE "ERRO DE COBRANCA".
           03 FILLER PIC X(20) VALUE "FALTA DE ITEM".
           03 FILLER PIC X(20) VALUE "DEFEITO / QUALIDADE".
           03 FILLER PIC X(20) VALUE "ATENDIMENTO".
           03 FILLER PIC X(20) VALUE "OUTROS".
       01  TABCATSACR REDEFINES TABCATSAC.
           03 DESCCAT PIC X(20) OCCURS 8 TIMES.
       01  TABHIST.
           03 LINHIST OCCURS 4 TIMES.
               05 LHDATA PIC 9999/99/99.
               05 FILLER PIC X(01).
               05 LHSIT PIC X(01).
               05 FILLER PIC X(01).
               05 LHOPER PIC 9(04).
               05 FILLER PIC X(01).
               05 LHCOMENT PIC X(60).

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       SCREEN SECTION.

       01  TELASAC.
           05  LINE 01  COLUMN 01
               VALUE  "              ATENDIMENTO AO CLIENTE (SA".
           05  LINE 01  COLUMN 41
               VALUE  "C) - CHAMADOS".
           05  LINE 03  COLUMN 01
               VALUE  " FILIAL:".
           05  LINE 03  COLUMN 20
               VALUE  "CHAMADO (0=NOVO):".
           05  LINE 05  COLUMN 01
               VALUE  " CLIENTE:".
           05  LINE 06  COLUMN 01
               VALUE  " PEDIDO (0=NENHUM):".
           05  LINE 06  COLUMN 30
               VALUE  "ITEM (0=PEDIDO TODO):".
           05  LINE 07  COLUMN 01
               VALUE  " PRODUTO:".
           05  LINE 08  COLUMN 01
               VALUE  " CATEGORIA (1-8):".
           05  LINE 09  COLUMN 01
               VALUE  " DESCRICAO:".
           05  LINE 10  COLUMN 01
               VALUE  " RESPONSAVEL:".
           05  LINE 11  COLUMN 01
               VALUE  " ABERTO EM:".
           05  LINE 11  COLUMN 30
               VALUE  "SITUACAO:".
           05  LINE 12  COLUMN 01
               VALUE  " RESOLVIDO EM:".
           05  LINE 12  COLUMN 30
               VALUE  "FECHADO EM:".
           05  LINE 13  COLUMN 01
               VALUE  " DEVOLUCAO QUE RESOLVEU - DATA:".
           05  LINE 13  COLUMN 43
               VALUE  "ITEM:".
           05  LINE 13  COLUMN 53
               VALUE  "VALOR:".
           05  LINE 14  COLUMN 01
               VALUE  " HISTORICO (ULTIMOS):".
           05  LINE 20  COLUMN 01
               VALUE  " COMENTARIO:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFILIAL
               LINE 03  COLUMN 10  PIC 9(02)
               USING  FILIALSAC.
           05  TNUMSAC
               LINE 03  COLUMN 38  PIC 9(06)
               USING  NUMSACW.
           05  TCLIENTE
               LINE 05  COLUMN 11  PIC 9(06)
               USING  CLIENTESAC.
           05  TNOMECLI
               LINE 05  COLUMN 19  PIC X(30)
               USING  NOMECLIW.
           05  TPEDIDO
               LINE 06  COLUMN 21  PIC 9(06)
               USING  PEDIDOSAC.
           05  TITEM
               LINE 06  COLUMN 52  PIC 9(03)
               USING  ITEMSAC.
           05  TPROD
               LINE 07  COLUMN 11  PIC 9(06)
               USING  PRODSAC.
           05  TDESCRPROD
               LINE 07  COLUMN 19  PIC X(30)
               USING  DESCRPRODW.
           05  TCATEGORIA
               LINE 08  COLUMN 19  PIC 9(02)
               USING  CATSAC.
           05  TDESCCAT
               LINE 08  COLUMN 23  PIC X(20)
               USING  DESCCATW.
           05  TDESC
               LINE 09  COLUMN 13  PIC X(60)
               USING  DESCSAC.
           05  TRESP
               LINE 10  COLUMN 15  PIC 9(04)
               USING  RESPSAC.
           05  TNOMERESP
               LINE 10  COLUMN 21  PIC X(30)
               USING  NOMERESPW.
           05  TDATAAB
               LINE 11  COLUMN 13  PIC 9999/99/99
               USING  DATAABSAC.
           05  TSIT
               LINE 11  COLUMN 40  PIC X(01)
               USING  SITSAC.
           05  TDESCSIT
               LINE 11  COLUMN 42  PIC X(15)
               USING  DESCSITW.
           05  TDATARES
               LINE 12  COLUMN 16  PIC 9999/99/99
               USING  DATARESSAC.
           05  TDATAFEC
               LINE 12  COLUMN 42  PIC 9999/99/99
               USING  DATAFECSAC.
           05  TDEVDATA
               LINE 13  COLUMN 33  PIC 9(08)
               USING  DEVDATAW.
           05  TDEVITEM
               LINE 13  COLUMN 49  PIC 9(03)
               USING  DEVITEMW.
           05  TDEVVAL
               LINE 13  COLUMN 60  PIC ZZZZZ9,999
               USING  DEVVALSAC.
           05  THIST1
               LINE 15  COLUMN 02  PIC X(78)
               USING  LINHIST (1).
           05  THIST2
               LINE 16  COLUMN 02  PIC X(78)
               USING  LINHIST (2).
           05  THIST3
               LINE 17  COLUMN 02  PIC X(78)
               USING  LINHIST (3).
           05  THIST4
               LINE 18  COLUMN 02  PIC X(78)
               USING  LINHIST (4).
           05  TCOMENT
               LINE 20  COLUMN 14  PIC X(60)
               USING  COMENTW.

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-ABRE1.
           OPEN I-O CADSAC
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADSAC
                 CLOSE CADSAC
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO SAC =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN I-O CADSACHIST
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADSACHIST
                 CLOSE CADSACHIST
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO SACHIST =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE3.
           OPEN INPUT CADCLI
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADCLI NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE " TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE4.
           OPEN INPUT CADPEDIDO
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADPED NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PEDIDO " TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE5.
           OPEN INPUT CADPEDITEM
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADITEM NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ITEM " TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE6.
           OPEN INPUT CADPROD
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADPROD NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO " TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE7.
           OPEN INPUT CADUSER
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADUSER NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO USUARIO " TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-INICIO.
           MOVE ZEROS TO FILIALSAC NUMSAC NUMSACW CLIENTESAC PEDIDOSAC
           ITEMSAC PRODSAC CATSAC RESPSAC DATAABSAC HORAABSAC
           OPERABSAC DATARESSAC DATAFECSAC DEVDATASAC DEVHORASAC
           DEVITEMSAC DEVVALSAC DEVDATAW DEVITEMW.
           MOVE SPACES TO DESCSAC SITSAC NOMECLIW DESCRPRODW NOMERESPW
           DESCCATW DESCSITW COMENTW TABHIST.
           DISPLAY TELASAC.

       FN-FILIAL.
           ACCEPT TFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-NUMERO.
           ACCEPT TNUMSAC.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-INICIO.
           IF NUMSACW = ZEROS
               GO TO FN-CLIENTE.
           MOVE NUMSACW TO NUMSAC.
           READ CADSAC
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-NUMERO.
           IF ERRO NOT = "00"
               MOVE " CHAMADO NAO ENCONTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-NUMERO.
           PERFORM FN-MOSTRA THRU FN-MOSTRA-FIM.
           GO TO FN-OPCOES.

       FN-CLIENTE.
           ACCEPT TCLIENTE.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-INICIO.
           MOVE FILIALSAC TO CODFILCLI.
           MOVE CLIENTESAC TO CODCLIE.
           READ CADCLI
           IF ERRO NOT = "00"
               MOVE " CLIENTE NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CLIENTE.
           MOVE NOME TO NOMECLIW.
           DISPLAY TNOMECLI.

       FN-PEDIDO.
           ACCEPT TPEDIDO.
           IF PEDIDOSAC = ZEROS
               MOVE ZEROS TO ITEMSAC
               DISPLAY TITEM
               GO TO FN-PRODUTO.
           MOVE FILIALSAC TO CODFILIAL.
           MOVE PEDIDOSAC TO CODPEDIDO.
           READ CADPEDIDO
           IF ERRO NOT = "00"
               MOVE " PEDIDO NAO ENCONTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PEDIDO.
           IF CLIENTEPEDIDO NOT = CLIENTESAC
               MOVE " PEDIDO PERTENCE A OUTRO CLIENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PEDIDO.

       FN-ITEM.
           ACCEPT TITEM.
           IF ITEMSAC = ZEROS
               GO TO FN-PRODUTO.
           MOVE FILIALSAC TO FILIALITEM.
           MOVE PEDIDOSAC TO PEDIDOITEM.
           MOVE ITEMSAC TO ITEMSEQ.
           READ CADPEDITEM
           IF ERRO NOT = "00"
               MOVE " ITEM NAO ENCONTRADO NO PEDIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEM.
           MOVE PRODUTOITEM TO PRODSAC.
           PERFORM FN-LE-PROD THRU FN-LE-PROD-FIM.
           DISPLAY TPROD TDESCRPROD.
           GO TO FN-CATEGORIA.

       FN-PRODUTO.
           ACCEPT TPROD.
           MOVE SPACES TO DESCRPRODW.
           IF PRODSAC = ZEROS
               DISPLAY TDESCRPROD
               GO TO FN-CATEGORIA.
           PERFORM FN-LE-PROD THRU FN-LE-PROD-FIM.
           IF ERRO NOT = "00"
               MOVE " PRODUTO NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PRODUTO.
           DISPLAY TDESCRPROD.

       FN-CATEGORIA.
           ACCEPT TCATEGORIA.
           IF CATSAC < 1 OR CATSAC > 8
               MOVE " CATEGORIA DEVE SER DE 1 A 8 " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CATEGORIA.
           MOVE DESCCAT (CATSAC) TO DESCCATW.
           DISPLAY TDESCCAT.

       FN-DESC.
           ACCEPT TDESC.
           IF DESCSAC = SPACES
               MOVE " DESCRICAO OBRIGATORIA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-DESC.

       FN-RESP.
           ACCEPT TRESP.
           PERFORM FN-LE-RESP THRU FN-LE-RESP-FIM.
           IF ERRO NOT = "00"
               MOVE " RESPONSAVEL NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-RESP.
           DISPLAY TNOMERESP.

       FN-REGISTRO.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
           IF OPC = "S"
               GO TO FN-PROXNUM.
           IF OPC NOT = "N"
               MOVE "DIGITE S OU N" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-REGISTRO.
           MOVE "REGISTRO NAO GRAVADO" TO MENS
           PERFORM FN-MENS THRU FN-MENS-FIM
           GO TO FN-INICIO.

       FN-PROXNUM.
           MOVE REGSAC TO REGSACW.
           MOVE FILIALSAC TO FILIALSCAN.
           MOVE ZEROS TO MAXNUMSAC.
           MOVE ZEROS TO NUMSAC.
           START CADSAC KEY IS NOT LESS THAN CHAVESAC
               INVALID KEY GO TO FN-PROXNUM-FIM.
       FN-PROXNUM-LOOP.
           READ CADSAC NEXT RECORD
               AT END GO TO FN-PROXNUM-FIM.
           IF FILIALSAC NOT = FILIALSCAN
               GO TO FN-PROXNUM-FIM.
           MOVE NUMSAC TO MAXNUMSAC.
           GO TO FN-PROXNUM-LOOP.
       FN-PROXNUM-FIM.
           MOVE REGSACW TO REGSAC.
           MOVE FILIALSCAN TO FILIALSAC.
           ADD 1 TO MAXNUMSAC GIVING NUMSAC.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
       FN-PROXNUM-GRAVA.
           PERFORM FN-REMONTA THRU FN-REMONTA-FIM.
           WRITE REGSAC
           IF ERRO = "22"
               ADD 1 TO NUMSAC
               GO TO FN-PROXNUM-GRAVA.
           IF ERRO NOT = "00"
               MOVE "ERRO AO GRAVAR O CHAMADO =>" TO MENS1
               MOVE ERRO TO MENS2
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-INICIO.
           MOVE ZEROS TO ULTSEQW.
           MOVE "CHAMADO ABERTO" TO COMENTW.
           PERFORM FN-GRAVA-HIST THRU FN-GRAVA-HIST-FIM.
           MOVE NUMSAC TO NUMSACW.
           PERFORM FN-MOSTRA THRU FN-MOSTRA-FIM.
           MOVE " CHAMADO ABERTO - ANOTE O NUMERO " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-OPCOES.

       FN-OPCOES.
           MOVE SPACES TO COMENTW.
           DISPLAY TCOMENT.
           IF CHAMADO-FECHADO
               MOVE "CHAMADO FECHADO - N = NOVO" TO MENS
           ELSE
               MOVE "N = NOVO C = COMENTAR S = MUDAR SITUACAO" TO MENS.
           DISPLAY (23, 12) MENS
           ACCEPT (23, 60) OPC-KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF OPC-KEY = "N"
               GO TO FN-INICIO.
           IF CHAMADO-FECHADO
               GO TO FN-OPCOES.
           IF OPC-KEY = "C"
               GO TO FN-COMENTARIO
           ELSE IF OPC-KEY = "S"
               GO TO FN-SITUACAO
           ELSE
               GO TO FN-OPCOES.

       FN-COMENTARIO.
           ACCEPT TCOMENT.
           IF COMENTW = SPACES
               GO TO FN-OPCOES.
           PERFORM FN-GRAVA-HIST THRU FN-GRAVA-HIST-FIM.
           PERFORM FN-MOSTRA THRU FN-MOSTRA-FIM.
           MOVE " COMENTARIO REGISTRADO " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-OPCOES.

       FN-SITUACAO.
           DISPLAY (23, 10)
               "SITUACAO P=ANDAMENTO R=RESOLVIDO F=FECHADO: ".
           ACCEPT (23, 56) NOVASITW
           MOVE SPACES TO MENS
           DISPLAY (23, 10) MENS
           IF NOVASITW = "P"
               IF CHAMADO-ABERTO OR CHAMADO-RESOLVIDO
                   GO TO FN-SITUACAO-COMENT
               ELSE
                   MOVE " CHAMADO JA ESTA EM ANDAMENTO " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-OPCOES.
           IF NOVASITW = "R"
               IF CHAMADO-ABERTO OR CHAMADO-ANDAMENTO
                   GO TO FN-SITUACAO-COMENT
               ELSE
                   MOVE " CHAMADO JA ESTA RESOLVIDO " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-OPCOES.
           IF NOVASITW = "F"
               IF CHAMADO-RESOLVIDO
                   GO TO FN-SITUACAO-COMENT
               ELSE
                   MOVE " SOMENTE CHAMADO RESOLVIDO PODE SER FECHADO "
                       TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-OPCOES.
           GO TO FN-OPCOES.

       FN-SITUACAO-COMENT.
           ACCEPT TCOMENT.
           IF COMENTW = SPACES
               MOVE " INFORME O COMENTARIO DA MUDANCA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-SITUACAO-COMENT.
           IF NOVASITW NOT = "R"
               GO TO FN-SITUACAO-GRAVA.

       FN-VINCULA-DEV.
           DISPLAY (23, 10) "VINCULAR DEVOLUCAO/CREDITO? (S/N): ".
           ACCEPT (23, 46) OPC
           MOVE SPACES TO MENS
           DISPLAY (23, 10) MENS
           IF OPC = "N"
               MOVE ZEROS TO DEVDATASAC DEVHORASAC DEVITEMSAC DEVVALSAC
               DEVDATAW DEVITEMW DEVHORAW DEVVALW
               DISPLAY TDEVDATA TDEVITEM TDEVVAL
               GO TO FN-SITUACAO-GRAVA.
           IF OPC NOT = "S"
               GO TO FN-VINCULA-DEV.
           IF PEDIDOSAC = ZEROS
               MOVE " CHAMADO SEM PEDIDO - SEM DEVOLUCAO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-VINCULA-DEV.
           MOVE ITEMSAC TO DEVITEMW.
           ACCEPT TDEVDATA.
           ACCEPT TDEVITEM.
           PERFORM FN-BUSCA-DEV THRU FN-BUSCA-DEV-FIM.
           IF ACHOUDEV NOT = "S"
               MOVE " DEVOLUCAO NAO ENCONTRADA PARA O PEDIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-VINCULA-DEV.
           MOVE DEVVALW TO DEVVALSAC.
           DISPLAY TDEVITEM TDEVVAL.

       FN-SITUACAO-GRAVA.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           READ CADSAC
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-SITUACAO-GRAVA.
           MOVE NOVASITW TO SITSAC.
           IF CHAMADO-ANDAMENTO
               MOVE ZEROS TO DATARESSAC.
           IF CHAMADO-RESOLVIDO
               MOVE DATAHOJE TO DATARESSAC
               MOVE DEVDATAW TO DEVDATASAC
               MOVE DEVITEMW TO DEVITEMSAC
               MOVE DEVHORAW TO DEVHORASAC
               MOVE DEVVALW TO DEVVALSAC.
           IF CHAMADO-FECHADO
               MOVE DATAHOJE TO DATAFECSAC.
           REWRITE REGSAC.
           PERFORM FN-GRAVA-HIST THRU FN-GRAVA-HIST-FIM.
           PERFORM FN-MOSTRA THRU FN-MOSTRA-FIM.
           MOVE " SITUACAO ALTERADA " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-OPCOES.

       FN-BUSCA-DEV.
           MOVE "N" TO ACHOUDEV.
           MOVE ZEROS TO DEVHORAW DEVVALW.
           OPEN INPUT CADDEV
           IF ERRO NOT = "00"
               GO TO FN-BUSCA-DEV-FIM.
       FN-BUSCA-DEV-LOOP.
           READ CADDEV
               AT END GO TO FN-BUSCA-DEV-FECHA.
           IF FILIALDEV NOT = FILIALSAC OR PEDIDODEV NOT = PEDIDOSAC
               GO TO FN-BUSCA-DEV-LOOP.
           IF DATADEV NOT = DEVDATAW
               GO TO FN-BUSCA-DEV-LOOP.
           IF DEVITEMW NOT = ZEROS AND ITEMDEV NOT = DEVITEMW
               GO TO FN-BUSCA-DEV-LOOP.
           MOVE "S" TO ACHOUDEV.
           MOVE ITEMDEV TO DEVITEMW.
           MOVE HORADEV TO DEVHORAW.
           MOVE VALORDEVREG TO DEVVALW.
       FN-BUSCA-DEV-FECHA.
           CLOSE CADDEV.
       FN-BUSCA-DEV-FIM.
           EXIT.

       FN-REMONTA.
           MOVE DATAHOJE TO DATAABSAC.
           MOVE HORAW TO HORAABSAC.
           MOVE OPCODLOG TO OPERABSAC.
           MOVE "A" TO SITSAC.
           MOVE ZEROS TO DATARESSAC DATAFECSAC DEVDATASAC DEVHORASAC
           DEVITEMSAC DEVVALSAC.
       FN-REMONTA-FIM.
           EXIT.

       FN-GRAVA-HIST.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
           ADD 1 TO ULTSEQW.
           MOVE FILIALSAC TO FILIALSH.
           MOVE NUMSAC TO NUMSH.
           MOVE ULTSEQW TO SEQSH.
           MOVE DATAHOJE TO DATASH.
           MOVE HORAW TO HORASH.
           MOVE OPCODLOG TO OPERSH.
           MOVE SITSAC TO SITSH.
           MOVE COMENTW TO COMENTSH.
           WRITE REGSACHIST
           IF ERRO = "22"
               GO TO FN-GRAVA-HIST.
       FN-GRAVA-HIST-FIM.
           EXIT.

       FN-MOSTRA.
           MOVE FILIALSAC TO CODFILCLI.
           MOVE CLIENTESAC TO CODCLIE.
           READ CADCLI
           IF ERRO = "00"
               MOVE NOME TO NOMECLIW
           ELSE
               MOVE SPACES TO NOMECLIW.
           MOVE SPACES TO DESCRPRODW.
           IF PRODSAC NOT = ZEROS
               PERFORM FN-LE-PROD THRU FN-LE-PROD-FIM.
           PERFORM FN-LE-RESP THRU FN-LE-RESP-FIM.
           MOVE SPACES TO DESCCATW.
           IF CATSAC > ZEROS AND CATSAC < 9
               MOVE DESCCAT (CATSAC) TO DESCCATW.
           IF CHAMADO-ABERTO
               MOVE "ABERTO" TO DESCSITW
           ELSE IF CHAMADO-ANDAMENTO
               MOVE "EM ANDAMENTO" TO DESCSITW
           ELSE IF CHAMADO-RESOLVIDO
               MOVE "RESOLVIDO" TO DESCSITW
           ELSE
               MOVE "FECHADO" TO DESCSITW.
           MOVE DEVDATASAC TO DEVDATAW.
           MOVE DEVITEMSAC TO DEVITEMW.
           PERFORM FN-HISTORICO THRU FN-HISTORICO-FIM.
           DISPLAY TELASAC.
       FN-MOSTRA-FIM.
           EXIT.

       FN-HISTORICO.
           MOVE SPACES TO TABHIST.
           MOVE ZEROS TO ULTSEQW.
           MOVE FILIALSAC TO FILIALSH.
           MOVE NUMSAC TO NUMSH.
           MOVE ZEROS TO SEQSH.
           START CADSACHIST KEY IS NOT LESS THAN CHAVESACHIST
               INVALID KEY GO TO FN-HISTORICO-FIM.
       FN-HISTORICO-LOOP.
           READ CADSACHIST NEXT RECORD
               AT END GO TO FN-HISTORICO-FIM.
           IF FILIALSH NOT = FILIALSAC OR NUMSH NOT = NUMSAC
               GO TO FN-HISTORICO-FIM.
           MOVE SEQSH TO ULTSEQW.
           MOVE LINHIST (2) TO LINHIST (1).
           MOVE LINHIST (3) TO LINHIST (2).
           MOVE LINHIST (4) TO LINHIST (3).
           MOVE SPACES TO LINHIST (4).
           MOVE DATASH TO LHDATA (4).
           MOVE SITSH TO LHSIT (4).
           MOVE OPERSH TO LHOPER (4).
           MOVE COMENTSH TO LHCOMENT (4).
           GO TO FN-HISTORICO-LOOP.
       FN-HISTORICO-FIM.
           EXIT.

       FN-LE-PROD.
           MOVE FILIALSAC TO CODFILPROD.
           MOVE PRODSAC TO CODPROD.
           READ CADPROD
           IF ERRO = "00"
               MOVE DESCR TO DESCRPRODW
           ELSE
               MOVE SPACES TO DESCRPRODW.
       FN-LE-PROD-FIM.
           EXIT.

       FN-LE-RESP.
           MOVE RESPSAC TO CODUSER.
           READ CADUSER
           IF ERRO = "00"
               MOVE NOMEUSER TO NOMERESPW
           ELSE
               MOVE SPACES TO NOMERESPW.
       FN-LE-RESP-FIM.
           EXIT.

       FN-MENS.
           MOVE ZEROS TO CONTADOR.
       FN-MENS2.
           DISPLAY (23, 12) MENS.
       FN-MENS3.
           ADD 1 TO CONTADOR
           IF CONTADOR < 800
               GO TO FN-MENS3
           ELSE
               MOVE SPACES TO MENS
               DISPLAY (23, 12) MENS.
       FN-MENS-FIM.
           EXIT.

       FN-FIM.
           CLOSE CADSAC.
           CLOSE CADSACHIST.
           CLOSE CADCLI.
           CLOSE CADPEDIDO.
           CLOSE CADPEDITEM.
           CLOSE CADPROD.
           CLOSE CADUSER.
           EXIT PROGRAM.
