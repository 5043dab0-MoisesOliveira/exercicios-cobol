       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP071.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPEDIDO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPEDIDO
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
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

           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECLI
               FILE STATUS  IS ERRO.

           SELECT CADCEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP
               FILE STATUS IS ERRO.

           SELECT CADNFCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVENFCTL
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADNF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVENF
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADNFITEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVENFITEM
               FILE STATUS  IS ERRO.

           SELECT RELNF ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CADCEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCEP.DAT".
       01  REGEND.
           03 CEP PIC 9(8).
           03 LOGRADOURO PIC X(20).
           03 BAIRRO PIC X(20).
           03 UF PIC X(2).
           03 CEPREF PIC 9(8).
           03 TIPOPISO PIC 9(1).
           03 OBS PIC X(60).
           03 CIDADE PIC X(20).

       FD  CADNFCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNFCTL.DAT".
       01  REGNFCTL.
           03 CHAVENFCTL.
               05 FILIALNFCTL PIC 9(02).
           03 SERIENFCTL PIC X(03).
           03 ULTNUMNFCTL PIC 9(06).
           03 UFNFCTL PIC X(02).
           03 CFOPINTNFCTL PIC 9(04).
           03 CFOPEXTNFCTL PIC 9(04).

       FD  CADNF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNF.DAT".
       01  REGNF.
           03 CHAVENF.
               05 FILIALNF PIC 9(02).
               05 SERIENF PIC X(03).
               05 NUMNF PIC 9(06).
           03 PEDIDONF PIC 9(06).
           03 CLIENTENF PIC 9(06).
           03 DATANF PIC 9(08).
           03 HORANF PIC 9(06).
           03 OPERADORNF PIC 9(04).
           03 CFOPNF PIC 9(04).
           03 UFDESTNF PIC X(02).
           03 TOTPRODNF PIC 9(06)V9(03).
           03 BASEICMSNF PIC 9(06)V9(03).
           03 VALORICMSNF PIC 9(06)V9(03).
           03 TOTALNF PIC 9(06)V9(03).
           03 SITNF PIC X(01).
               88 NF-EMITIDA VALUE "E".
               88 NF-CANCELADA VALUE "C".
           03 DATACANCNF PIC 9(08).
           03 HORACANCNF PIC 9(06).
           03 OPERCANCNF PIC 9(04).
           03 MOTIVOCANCNF PIC X(40).

       FD  CADNFITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNFITEM.DAT".
       01  REGNFITEM.
           03 CHAVENFITEM.
               05 FILIALNFI PIC 9(02).
               05 SERIENFI PIC X(03).
               05 NUMNFI PIC 9(06).
               05 ITEMNFI PIC 9(03).
           03 PRODUTONFI PIC 9(06).
           03 QUANTNFI PIC 9(04).
           03 PRECONFI PIC 9(06)V9(03).
           03 BASEICMSNFI PIC 9(06)V9(03).
           03 ALIQICMSNFI PIC 9(02)V9(02).
           03 VALORICMSNFI PIC 9(06)V9(03).
           03 TOTALNFI PIC 9(06)V9(03).

       FD  RELNF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELNF.DAT".
       01  LINHANF PIC X(80).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  MENS.
           03 MENS1 PIC X(50) VALUE SPACES.
           03 MENS2 PIC ZZZ.
       01  CONTADOR PIC 9(03) VALUE ZERO.
       01  ESC-KEY PIC 9(02) VALUE ZEROS.
       01  OPC PIC X(03) VALUE SPACES.
       01  OPC-KEY PIC X(03) VALUE SPACES.
       01  DATAHOJE PIC 9(08) VALUE ZEROS.
       01  HORAW PIC 9(06) VALUE ZEROS.
       01  GRAVAITENS PIC X(01) VALUE "N".
       01  NOVOCTL PIC X(01) VALUE "N".
       01  REGNFCTLANT PIC X(21) VALUE SPACES.
       01  QTDITENSNF PIC 9(03) VALUE ZEROS.
       01  BASEITEM PIC 9(06)V9(03) VALUE ZEROS.
       01  ICMSITEM PIC 9(06)V9(03) VALUE ZEROS.
       01  MOTIVO PIC X(40) VALUE SPACES.
       01  LINCAB1.
           03 FILLER PIC X(22) VALUE " NOTA FISCAL - SERIE: ".
           03 LCSERIE PIC X(03).
           03 FILLER PIC X(10) VALUE "  NUMERO: ".
           03 LCNUMNF PIC ZZZZZ9.
           03 FILLER PIC X(10) VALUE "  FILIAL: ".
           03 LCFILIAL PIC Z9.
       01  LINCAB2.
           03 FILLER PIC X(10) VALUE " EMISSAO: ".
           03 LCDATA PIC 9(08).
           03 FILLER PIC X(08) VALUE "  HORA: ".
           03 LCHORA PIC 9(06).
           03 FILLER PIC X(08) VALUE "  CFOP: ".
           03 LCCFOP PIC 9(04).
           03 FILLER PIC X(10) VALUE "  PEDIDO: ".
           03 LCPEDIDO PIC ZZZZZ9.
       01  LINDEST.
           03 FILLER PIC X(15) VALUE " DESTINATARIO: ".
           03 LDCLIENTE PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDNOME PIC X(30).
           03 FILLER PIC X(12) VALUE "  CNPJ/CPF: ".
           03 LDCNPJ PIC Z(14)9.
       01  LINDEST2.
           03 FILLER PIC X(15) VALUE SPACES.
           03 LDLOG PIC X(20).
           03 FILLER PIC X(05) VALUE " NR: ".
           03 LDNUM PIC ZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDCIDADE PIC X(20).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDUF PIC X(02).
       01  LINCAB3.
           03 FILLER PIC X(40) VALUE
           " CODIGO DESCRICAO            QTD UN     ".
           03 FILLER PIC X(37) VALUE
           "PRECO  BASE ICMS  ALIQ       ICMS".
       01  LINDET.
           03 LDCODPROD PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDDESCR PIC X(20).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDQUANT PIC ZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDUNID PIC X(02).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDPRECO PIC Z(05)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDBASE PIC Z(05)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDALIQ PIC Z9,99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDICMS PIC Z(05)9,999.
       01  LINTOT1.
           03 FILLER PIC X(25) VALUE " VALOR DOS PRODUTOS...: ".
           03 LT1VALOR PIC Z(05)9,999.
       01  LINTOT2.
           03 FILLER PIC X(25) VALUE " BASE DE CALCULO ICMS.: ".
           03 LT2VALOR PIC Z(05)9,999.
       01  LINTOT3.
           03 FILLER PIC X(25) VALUE " VALOR DO ICMS........: ".
           03 LT3VALOR PIC Z(05)9,999.
       01  LINTOT4.
           03 FILLER PIC X(25) VALUE " VALOR TOTAL DA NOTA..: ".
           03 LT4VALOR PIC Z(05)9,999.
       01  LINBRANCO PIC X(80) VALUE SPACES.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "NOTA FISCAL".
           03 ARQRELSP PIC X(14) VALUE "RELNF.DAT".
           03 OPERRELSP PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       SCREEN SECTION.

       01  TELANF.
           05  LINE 01  COLUMN 01
               VALUE  "                        EMISSAO DE NOTA ".
           05  LINE 01  COLUMN 41
               VALUE  "FISCAL".
           05  LINE 03  COLUMN 01
               VALUE  " FILIAL:".
           05  LINE 04  COLUMN 01
               VALUE  " NUMERO PEDIDO:".
           05  LINE 05  COLUMN 01
               VALUE  " SITUACAO PEDIDO:".
           05  LINE 07  COLUMN 01
               VALUE  " CLIENTE:".
           05  LINE 08  COLUMN 01
               VALUE  " UF DESTINO:".
           05  LINE 08  COLUMN 20
               VALUE  " UF FILIAL:".
           05  LINE 10  COLUMN 01
               VALUE  " SERIE:".
           05  LINE 10  COLUMN 15
               VALUE  " NUMERO NF:".
           05  LINE 11  COLUMN 01
               VALUE  " CFOP:".
           05  LINE 13  COLUMN 01
               VALUE  " VALOR DOS PRODUTOS:".
           05  LINE 14  COLUMN 01
               VALUE  " BASE DE CALCULO ICMS:".
           05  LINE 15  COLUMN 01
               VALUE  " VALOR DO ICMS:".
           05  LINE 16  COLUMN 01
               VALUE  " VALOR TOTAL DA NOTA:".
           05  LINE 18  COLUMN 01
               VALUE  " SITUACAO NOTA:".
           05  LINE 19  COLUMN 01
               VALUE  " MOTIVO CANC.:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCODFILIAL
               LINE 03  COLUMN 10  PIC 9(02)
               USING  CODFILIAL.
           05  TCODPEDIDO
               LINE 04  COLUMN 17  PIC 9(06)
               USING  CODPEDIDO.
           05  TSTATUSPED
               LINE 05  COLUMN 19  PIC X(01)
               USING  STATUSPED.
           05  TCLIENTE
               LINE 07  COLUMN 11  PIC 9(06)
               USING  CLIENTEPEDIDO.
           05  TNOMECLI
               LINE 07  COLUMN 19  PIC X(30)
               USING  NOME.
           05  TUFDEST
               LINE 08  COLUMN 14  PIC X(02)
               USING  UFDESTNF.
           05  TUFFIL
               LINE 08  COLUMN 32  PIC X(02)
               USING  UFNFCTL.
           05  TSERIE
               LINE 10  COLUMN 09  PIC X(03)
               USING  SERIENF.
           05  TNUMNF
               LINE 10  COLUMN 27  PIC 9(06)
               USING  NUMNF.
           05  TCFOP
               LINE 11  COLUMN 08  PIC 9(04)
               USING  CFOPNF.
           05  TTOTPROD
               LINE 13  COLUMN 22  PIC 999999.999
               USING  TOTPRODNF.
           05  TBASEICMS
               LINE 14  COLUMN 24  PIC 999999.999
               USING  BASEICMSNF.
           05  TVALICMS
               LINE 15  COLUMN 17  PIC 999999.999
               USING  VALORICMSNF.
           05  TTOTALNF
               LINE 16  COLUMN 23  PIC 999999.999
               USING  TOTALNF.
           05  TSITNF
               LINE 18  COLUMN 17  PIC X(01)
               USING  SITNF.
           05  TMOTIVO
               LINE 19  COLUMN 16  PIC X(40)
               USING  MOTIVOCANCNF.

       01  TELAPARNF.
           05  LINE 01  COLUMN 01
               VALUE  "                     PARAMETROS FISCAIS ".
           05  LINE 01  COLUMN 41
               VALUE  "DA FILIAL".
           05  LINE 03  COLUMN 01
               VALUE  " FILIAL:".
           05  LINE 05  COLUMN 01
               VALUE  " SERIE DA NOTA:".
           05  LINE 06  COLUMN 01
               VALUE  " ULTIMO NUMERO EMITIDO:".
           05  LINE 08  COLUMN 01
               VALUE  " UF DA FILIAL:".
           05  LINE 10  COLUMN 01
               VALUE  " CFOP DENTRO DO ESTADO:".
           05  LINE 11  COLUMN 01
               VALUE  " CFOP FORA DO ESTADO:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TPFILIAL
               LINE 03  COLUMN 10  PIC 9(02)
               USING  FILIALNFCTL.
           05  TPSERIE
               LINE 05  COLUMN 17  PIC X(03)
               USING  SERIENFCTL.
           05  TPULTNUM
               LINE 06  COLUMN 25  PIC 9(06)
               USING  ULTNUMNFCTL.
           05  TPUF
               LINE 08  COLUMN 16  PIC X(02)
               USING  UFNFCTL.
           05  TPCFOPINT
               LINE 10  COLUMN 25  PIC 9(04)
               USING  CFOPINTNFCTL.
           05  TPCFOPEXT
               LINE 11  COLUMN 23  PIC 9(04)
               USING  CFOPEXTNFCTL.

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-ABRE1.
           OPEN I-O CADPEDIDO
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADPED NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PEDIDO =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN INPUT CADPEDITEM
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADITEM NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ITEM =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE3.
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

       FN-ABRE4.
           OPEN INPUT CADCLI
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADCLI NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE5.
           OPEN INPUT CADCEP
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADCEP NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CEP =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE6.
           OPEN I-O CADNFCTL
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADNFCTL
                 CLOSE CADNFCTL
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE6
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO NFCTL =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE7.
           OPEN I-O CADNF
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADNF
                 CLOSE CADNF
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE7
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO NF =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE8.
           OPEN I-O CADNFITEM
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADNFITEM
                 CLOSE CADNFITEM
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE8
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO NFITEM =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-PREPARA.
           MOVE ZEROS TO CODFILIAL CODPEDIDO CLIENTEPEDIDO NUMNF
           CFOPNF TOTPRODNF BASEICMSNF VALORICMSNF TOTALNF.
           MOVE SPACES TO STATUSPED NOME UFDESTNF UFNFCTL SERIENF
           SITNF MOTIVOCANCNF.

       FN-INICIO.
           DISPLAY TELANF.

       FN-OPCOES.
           MOVE "E=EMITE C=CANCELA P=PARAMETROS FISCAIS" TO MENS1
           DISPLAY (23, 12) MENS
           ACCEPT (23, 60) OPC-KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF OPC-KEY = "E"
               GO TO FN-EMITE
           ELSE IF OPC-KEY = "C"
               GO TO FN-CANCELA
           ELSE IF OPC-KEY = "P"
               GO TO FN-PARAMETROS
           ELSE
               MOVE " SAINDO DO PROGRAMA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-FIM.

       FN-EMITE.
           PERFORM FN-PREPARA THRU FN-INICIO.
           ACCEPT TCODFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
               GO TO FN-OPCOES.
           MOVE CODFILIAL TO FILIALNFCTL.
           READ CADNFCTL
           IF ERRO = "99"
               MOVE " NUMERACAO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           IF ERRO NOT = "00"
               MOVE " FILIAL SEM PARAMETROS FISCAIS CADASTRADOS "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           REWRITE REGNFCTL.
           DISPLAY TUFFIL.

       FN-EMITE-PEDIDO.
           ACCEPT TCODPEDIDO.
           READ CADPEDIDO
           IF ERRO NOT = "00"
               IF ERRO = "23"
                   MOVE " PEDIDO NAO ENCONTRADO " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-OPCOES
               ELSE
                   IF ERRO = "99"
                       MOVE " REGISTRO EM USO - TENTE NOVAMENTE "
                           TO MENS
                       PERFORM FN-MENS THRU FN-MENS-FIM
                       GO TO FN-OPCOES
                   ELSE
                       MOVE " ERRO NA LEITURA " TO MENS1
                       MOVE ERRO TO MENS2
                       PERFORM FN-MENS THRU FN-MENS-FIM
                       GO TO FN-FIM.
           DISPLAY TSTATUSPED.
           IF PEDIDO-FATURADO OR PEDIDO-ENTREGUE
               MOVE " PEDIDO JA FATURADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           IF NOT PEDIDO-SEPARACAO
               MOVE " PEDIDO AINDA NAO LIBERADO PARA SEPARACAO "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.

       FN-EMITE-CLIENTE.
           MOVE CODFILIAL TO CODFILCLI.
           MOVE CLIENTEPEDIDO TO CODCLIE.
           READ CADCLI
           IF ERRO NOT = "00"
               MOVE " CLIENTE DO PEDIDO NAO ENCONTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           MOVE CEPCLIENTE TO CEP.
           READ CADCEP
           IF ERRO NOT = "00" OR UF = SPACES
               MOVE " CEP DO CLIENTE SEM UF CADASTRADA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           MOVE UF TO UFDESTNF.
           IF UFDESTNF = UFNFCTL
               MOVE CFOPINTNFCTL TO CFOPNF
           ELSE
               MOVE CFOPEXTNFCTL TO CFOPNF.
           MOVE SERIENFCTL TO SERIENF.
           MOVE ZEROS TO NUMNF.
           MOVE "N" TO GRAVAITENS.
           PERFORM FN-ITENS THRU FN-ITENS-FIM.
           IF QTDITENSNF = ZEROS
               MOVE " PEDIDO SEM ITENS " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           DISPLAY TELANF.

       FN-EMITE-CONFIRMA.
           DISPLAY (23, 12) "CONFIRMA A EMISSAO DA NOTA? (S/N): ".
           ACCEPT (23, 48) OPC
           IF OPC = "N"
               MOVE " NOTA NAO EMITIDA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           IF OPC NOT = "S"
               MOVE "DIGITE S OU N" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-EMITE-CONFIRMA.

       FN-NUMERA.
           MOVE CODFILIAL TO FILIALNFCTL.
           READ CADNFCTL
           IF ERRO = "99"
               MOVE " NUMERACAO EM USO - AGUARDE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-NUMERA.
           IF ERRO NOT = "00"
               MOVE " ERRO NA LEITURA DO CONTROLE FISCAL " TO MENS1
               MOVE ERRO TO MENS2
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
           MOVE CODFILIAL TO FILIALNF.
           MOVE SERIENFCTL TO SERIENF.
           ADD 1 TO ULTNUMNFCTL GIVING NUMNF.
           MOVE CODPEDIDO TO PEDIDONF.
           MOVE CLIENTEPEDIDO TO CLIENTENF.
           MOVE DATAHOJE TO DATANF.
           MOVE HORAW TO HORANF.
           MOVE OPCODLOG TO OPERADORNF.
           MOVE "E" TO SITNF.
           MOVE ZEROS TO DATACANCNF HORACANCNF OPERCANCNF.
           MOVE SPACES TO MOTIVOCANCNF.
           WRITE REGNF
           IF ERRO NOT = "00"
               REWRITE REGNFCTL
               MOVE " NUMERACAO FISCAL INCONSISTENTE - VER PARAMETROS"
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           MOVE NUMNF TO ULTNUMNFCTL.
           REWRITE REGNFCTL.
           MOVE "S" TO GRAVAITENS.
           PERFORM FN-ITENS THRU FN-ITENS-FIM.

       FN-EMITE-FATURA.
           MOVE "F" TO STATUSPED.
           REWRITE REGPEPDIDO
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-EMITE-FATURA.
           DISPLAY TELANF.
           PERFORM FN-IMPRIME THRU FN-IMPRIME-FIM.
           MOVE " NOTA FISCAL EMITIDA - PEDIDO FATURADO " TO MENS
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-OPCOES.

       FN-ITENS.
           MOVE ZEROS TO QTDITENSNF TOTPRODNF BASEICMSNF VALORICMSNF
           TOTALNF.
           MOVE CODFILIAL TO FILIALITEM.
           MOVE CODPEDIDO TO PEDIDOITEM.
           MOVE ZEROS TO ITEMSEQ.
           START CADPEDITEM KEY IS NOT LESS THAN CHAVEITEM
               INVALID KEY GO TO FN-ITENS-FIM.
       FN-ITENS-LOOP.
           READ CADPEDITEM NEXT RECORD
               AT END GO TO FN-ITENS-FIM.
           IF PEDIDOITEM NOT = CODPEDIDO OR FILIALITEM NOT = CODFILIAL
               GO TO FN-ITENS-FIM.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE PRODUTOITEM TO CODPROD.
           READ CADPROD
               INVALID KEY MOVE ZEROS TO ICMS.
           MULTIPLY PRECOITEM BY QUANTITEM GIVING BASEITEM.
           COMPUTE ICMSITEM ROUNDED = BASEITEM * ICMS / 100.
           ADD 1 TO QTDITENSNF.
           ADD BASEITEM TO TOTPRODNF.
           IF ICMS NOT = ZEROS
               ADD BASEITEM TO BASEICMSNF.
           ADD ICMSITEM TO VALORICMSNF.
           COMPUTE TOTALNF = TOTPRODNF + VALORICMSNF.
           IF GRAVAITENS = "S"
               PERFORM FN-GRAVA-ITEM THRU FN-GRAVA-ITEM-FIM.
           GO TO FN-ITENS-LOOP.
       FN-ITENS-FIM.
           EXIT.

       FN-GRAVA-ITEM.
           MOVE FILIALNF TO FILIALNFI.
           MOVE SERIENF TO SERIENFI.
           MOVE NUMNF TO NUMNFI.
           MOVE ITEMSEQ TO ITEMNFI.
           MOVE PRODUTOITEM TO PRODUTONFI.
           MOVE QUANTITEM TO QUANTNFI.
           MOVE PRECOITEM TO PRECONFI.
           MOVE BASEITEM TO BASEICMSNFI.
           IF ICMS = ZEROS
               MOVE ZEROS TO BASEICMSNFI.
           MOVE ICMS TO ALIQICMSNFI.
           MOVE ICMSITEM TO VALORICMSNFI.
           COMPUTE TOTALNFI = BASEITEM + ICMSITEM.
           WRITE REGNFITEM.
       FN-GRAVA-ITEM-FIM.
           EXIT.

       FN-CANCELA.
           IF OPNIVELLOG NOT = 2
               MOVE "CANCELAMENTO SOMENTE POR SUPERVISOR" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           PERFORM FN-PREPARA THRU FN-INICIO.
           ACCEPT TCODFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
               GO TO FN-OPCOES.
           ACCEPT TSERIE.
           ACCEPT TNUMNF.
           MOVE CODFILIAL TO FILIALNF.
           READ CADNF
           IF ERRO NOT = "00"
               IF ERRO = "99"
                   MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-OPCOES
               ELSE
                   MOVE " NOTA FISCAL NAO ENCONTRADA " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-OPCOES.
           MOVE PEDIDONF TO CODPEDIDO.
           MOVE CLIENTENF TO CLIENTEPEDIDO.
           MOVE CODFILIAL TO CODFILCLI.
           MOVE CLIENTENF TO CODCLIE.
           READ CADCLI
               INVALID KEY MOVE SPACES TO NOME.
           DISPLAY TELANF.
           IF NF-CANCELADA
               MOVE " NOTA FISCAL JA CANCELADA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           READ CADPEDIDO
           IF ERRO NOT = "00"
               MOVE " PEDIDO DA NOTA NAO ENCONTRADO OU EM USO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           DISPLAY TSTATUSPED.
           IF PEDIDO-ENTREGUE
               MOVE " PEDIDO JA ENTREGUE - USE DEVOLUCAO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.

       FN-CANCELA-CONFIRMA.
           DISPLAY (23, 12) "CANCELA A NOTA FISCAL? (S/N): ".
           ACCEPT (23, 43) OPC
           IF OPC = "N"
               MOVE " NOTA NAO CANCELADA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           IF OPC NOT = "S"
               MOVE "DIGITE S OU N" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CANCELA-CONFIRMA.

       FN-CANCELA-MOTIVO.
           MOVE SPACES TO MOTIVO.
           DISPLAY (22, 01) "MOTIVO DO CANCELAMENTO: ".
           ACCEPT (22, 25) MOTIVO.
           IF MOTIVO = SPACES
               MOVE " INFORME O MOTIVO DO CANCELAMENTO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CANCELA-MOTIVO.

       FN-CANCELA-GRAVA.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
           MOVE "C" TO SITNF.
           MOVE DATAHOJE TO DATACANCNF.
           MOVE HORAW TO HORACANCNF.
           MOVE OPCODLOG TO OPERCANCNF.
           MOVE MOTIVO TO MOTIVOCANCNF.
           REWRITE REGNF
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CANCELA-GRAVA.
           IF PEDIDO-FATURADO
               MOVE "S" TO STATUSPED
               PERFORM FN-REWRITE-PED THRU FN-REWRITE-PED-FIM.
           DISPLAY TELANF.
           MOVE " NOTA CANCELADA - PEDIDO VOLTA PARA SEPARACAO " TO MENS
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-OPCOES.

       FN-REWRITE-PED.
           REWRITE REGPEPDIDO
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-REWRITE-PED.
       FN-REWRITE-PED-FIM.
           EXIT.

       FN-PARAMETROS.
           IF OPNIVELLOG NOT = 2
               MOVE "PARAMETROS SOMENTE PARA SUPERVISOR" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           MOVE ZEROS TO FILIALNFCTL ULTNUMNFCTL CFOPINTNFCTL
           CFOPEXTNFCTL.
           MOVE SPACES TO SERIENFCTL UFNFCTL.
           DISPLAY TELAPARNF.
           ACCEPT TPFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
               PERFORM FN-PREPARA THRU FN-INICIO
               GO TO FN-OPCOES.
           MOVE "N" TO NOVOCTL.
           READ CADNFCTL
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PARAMETROS.
           IF ERRO NOT = "00"
               MOVE "S" TO NOVOCTL
               MOVE "1" TO SERIENFCTL
               MOVE ZEROS TO ULTNUMNFCTL
               MOVE SPACES TO UFNFCTL
               MOVE 5102 TO CFOPINTNFCTL
               MOVE 6102 TO CFOPEXTNFCTL.
           MOVE REGNFCTL TO REGNFCTLANT.
           DISPLAY TELAPARNF.

       FN-PAR-SERIE.
           ACCEPT TPSERIE.
           IF SERIENFCTL = SPACES
               MOVE " INFORME A SERIE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PAR-SERIE.
           IF NOVOCTL = "S"
               ACCEPT TPULTNUM.

       FN-PAR-UF.
           ACCEPT TPUF.
           IF UFNFCTL = SPACES
               MOVE " INFORME A UF DA FILIAL " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PAR-UF.

       FN-PAR-CFOP.
           ACCEPT TPCFOPINT.
           ACCEPT TPCFOPEXT.
           IF CFOPINTNFCTL = ZEROS OR CFOPEXTNFCTL = ZEROS
               MOVE " INFORME OS DOIS CFOP " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PAR-CFOP.

       FN-PAR-GRAVA.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
           IF OPC = "N"
               IF NOVOCTL = "N"
                   MOVE REGNFCTLANT TO REGNFCTL
                   REWRITE REGNFCTL
                   GO TO FN-PARAMETROS
               ELSE
                   GO TO FN-PARAMETROS.
           IF OPC NOT = "S"
               MOVE "DIGITE S OU N" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PAR-GRAVA.
           IF NOVOCTL = "S"
               WRITE REGNFCTL
           ELSE
               REWRITE REGNFCTL.
           MOVE " PARAMETROS GRAVADOS " TO MENS
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-PARAMETROS.

       FN-IMPRIME.
           OPEN OUTPUT RELNF
           IF ERRO2 NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO RELNF =>" TO MENS1
               MOVE ERRO2 TO MENS2
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-IMPRIME-FIM.
           MOVE SERIENF TO LCSERIE.
           MOVE NUMNF TO LCNUMNF.
           MOVE FILIALNF TO LCFILIAL.
           WRITE LINHANF FROM LINCAB1.
           MOVE DATANF TO LCDATA.
           MOVE HORANF TO LCHORA.
           MOVE CFOPNF TO LCCFOP.
           MOVE PEDIDONF TO LCPEDIDO.
           WRITE LINHANF FROM LINCAB2.
           WRITE LINHANF FROM LINBRANCO.
           MOVE CLIENTENF TO LDCLIENTE.
           MOVE NOME TO LDNOME.
           MOVE CNPJCPF TO LDCNPJ.
           WRITE LINHANF FROM LINDEST.
           MOVE LOGRADOURO TO LDLOG.
           MOVE NUMEROLOG TO LDNUM.
           MOVE CIDADE TO LDCIDADE.
           MOVE UFDESTNF TO LDUF.
           WRITE LINHANF FROM LINDEST2.
           WRITE LINHANF FROM LINBRANCO.
           WRITE LINHANF FROM LINCAB3.
           WRITE LINHANF FROM LINBRANCO.
           MOVE FILIALNF TO FILIALNFI.
           MOVE SERIENF TO SERIENFI.
           MOVE NUMNF TO NUMNFI.
           MOVE ZEROS TO ITEMNFI.
           START CADNFITEM KEY IS NOT LESS THAN CHAVENFITEM
               INVALID KEY GO TO FN-IMPRIME-TOTAIS.
       FN-IMPRIME-LOOP.
           READ CADNFITEM NEXT RECORD
               AT END GO TO FN-IMPRIME-TOTAIS.
           IF FILIALNFI NOT = FILIALNF OR SERIENFI NOT = SERIENF
               OR NUMNFI NOT = NUMNF
               GO TO FN-IMPRIME-TOTAIS.
           MOVE FILIALNF TO CODFILPROD.
           MOVE PRODUTONFI TO CODPROD.
           READ CADPROD
               INVALID KEY MOVE SPACES TO DESCR UNID.
           MOVE PRODUTONFI TO LDCODPROD.
           MOVE DESCR TO LDDESCR.
           MOVE QUANTNFI TO LDQUANT.
           MOVE UNID TO LDUNID.
           MOVE PRECONFI TO LDPRECO.
           MOVE BASEICMSNFI TO LDBASE.
           MOVE ALIQICMSNFI TO LDALIQ.
           MOVE VALORICMSNFI TO LDICMS.
           WRITE LINHANF FROM LINDET.
           GO TO FN-IMPRIME-LOOP.
       FN-IMPRIME-TOTAIS.
           WRITE LINHANF FROM LINBRANCO.
           MOVE TOTPRODNF TO LT1VALOR.
           WRITE LINHANF FROM LINTOT1.
           MOVE BASEICMSNF TO LT2VALOR.
           WRITE LINHANF FROM LINTOT2.
           MOVE VALORICMSNF TO LT3VALOR.
           WRITE LINHANF FROM LINTOT3.
           MOVE TOTALNF TO LT4VALOR.
           WRITE LINHANF FROM LINTOT4.
           CLOSE RELNF.
           MOVE OPCODLOG TO OPERRELSP.
           CALL "SVP068" USING SPOOLPED.
           CANCEL "SVP068".
       FN-IMPRIME-FIM.
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
           CLOSE CADPEDIDO.
           CLOSE CADPEDITEM.
           CLOSE CADPROD.
           CLOSE CADCLI.
           CLOSE CADCEP.
           CLOSE CADNFCTL.
           CLOSE CADNF.
           CLOSE CADNFITEM.
           EXIT PROGRAM.
