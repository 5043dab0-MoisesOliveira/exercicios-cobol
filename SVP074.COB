       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP074.
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

           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEVEIC
               FILE STATUS  IS ERRO.

           SELECT CADMANIF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMANIF
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADMANITEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMANI
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADENTPED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEENTP
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT RELMANIF ASSIGN TO DISK
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

       FD  CADVEIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVEIC.DAT".
       01  REGVEIC.
           03 CHAVEVEIC.
               05 FILIALVEIC PIC 9(02).
               05 PLACAVEIC PIC X(07).
           03 TRANSPVEIC PIC X(30).
           03 MOTORISTAVEIC PIC X(30).
           03 CAPPESOVEIC PIC 9(05)V9(02).
           03 CAPVOLVEIC PIC 9(03)V9(02).
           03 SITVEIC PIC X(01).
               88 VEICULO-ATIVO VALUE "A".
               88 VEICULO-INATIVO VALUE "I".

       FD  CADMANIF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMANIF.DAT".
       01  REGMANIF.
           03 CHAVEMANIF.
               05 FILIALMANIF PIC 9(02).
               05 NUMMANIF PIC 9(06).
           03 DATAMANIF PIC 9(08).
           03 PLACAMANIF PIC X(07).
           03 MOTORISTAMANIF PIC X(30).
           03 PESOMANIF PIC 9(05)V9(02).
           03 VOLMANIF PIC 9(03)V9(02).
           03 QTDPEDMANIF PIC 9(03).
           03 OPERMANIF PIC 9(04).
           03 SITMANIF PIC X(01).
               88 MANIFESTO-ABERTO VALUE "A".
               88 MANIFESTO-RETORNADO VALUE "R".

       FD  CADMANITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMANITEM.DAT".
       01  REGMANITEM.
           03 CHAVEMANI.
               05 FILIALMANI PIC 9(02).
               05 NUMMANI PIC 9(06).
               05 PEDIDOMANI PIC 9(06).
           03 CLIENTEMANI PIC 9(06).
           03 PESOMANI PIC 9(05)V9(02).
           03 VOLMANI PIC 9(03)V9(02).
           03 SITMANI PIC X(01).
               88 ENTREGA-PENDENTE VALUE "P".
               88 ENTREGA-REALIZADA VALUE "E".
               88 ENTREGA-NAO-REALIZADA VALUE "N".
           03 MOTIVOMANI PIC X(40).
           03 DATARETMANI PIC 9(08).
           03 HORARETMANI PIC 9(06).
           03 OPERRETMANI PIC 9(04).
           03 REENTMANI PIC X(01).
               88 ITEM-REENTREGA VALUE "S".

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

       FD  RELMANIF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELMANIF.DAT".
       01  LINHAMANIF PIC X(80).

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
       01  FILIALW PIC 9(02) VALUE ZEROS.
       01  MAXNUMMANIF PIC 9(06) VALUE ZEROS.
       01  REGMANIFW PIC X(73) VALUE SPACES.
       01  PEDIDOW PIC 9(06) VALUE ZEROS.
       01  DATAPEDX PIC 9(08) VALUE ZEROS.
       01  PESOW PIC 9(05)V9(02) VALUE ZEROS.
       01  VOLW PIC 9(03)V9(02) VALUE ZEROS.
       01  PESONOVO PIC 9(06)V9(02) VALUE ZEROS.
       01  VOLNOVO PIC 9(04)V9(02) VALUE ZEROS.
       01  CAPPESOW PIC 9(05)V9(02) VALUE ZEROS.
       01  CAPVOLW PIC 9(03)V9(02) VALUE ZEROS.
       01  TRANSPW PIC X(30) VALUE SPACES.
       01  REENTREGA PIC X(01) VALUE "N".
       01  ENTPEDOK PIC X(01) VALUE "N".
       01  ENTREGUEW PIC X(01) VALUE SPACES.
       01  MOTIVOW PIC X(40) VALUE SPACES.
       01  DESCSIT PIC X(20) VALUE SPACES.
       01  DATAHOJE PIC 9(08) VALUE ZEROS.
       01  HORAW PIC 9(06) VALUE ZEROS.
       01  QTDPEND PIC 9(03) VALUE ZEROS.
       01  QTDENTREGUE PIC 9(03) VALUE ZEROS.
       01  QTDNAOENT PIC 9(03) VALUE ZEROS.
       01  LINCAB1.
           03 FILLER PIC X(32) VALUE
           " ROMANEIO DE ENTREGA - FILIAL: ".
           03 LCFILIAL PIC Z9.
           03 FILLER PIC X(10) VALUE "  NUMERO: ".
           03 LCNUMERO PIC ZZZZZ9.
           03 FILLER PIC X(08) VALUE "  DATA: ".
           03 LCDATA PIC 99.99.9999.
       01  LINCAB2.
           03 FILLER PIC X(10) VALUE " VEICULO: ".
           03 LCPLACA PIC X(07).
           03 FILLER PIC X(15) VALUE "   MOTORISTA: ".
           03 LCMOTORISTA PIC X(30).
       01  LINCAB3.
           03 FILLER PIC X(16) VALUE " TRANSPORTADOR: ".
           03 LCTRANSP PIC X(30).
       01  LINCAB4.
           03 FILLER PIC X(40) VALUE
           " PEDIDO CLIENTE                  BAIRRO ".
           03 FILLER PIC X(40) VALUE
           "             PESO(KG) VOL(M3) NF   ASS. ".
       01  LINDET.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDPEDIDO PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDNOME PIC X(24).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDBAIRRO PIC X(20).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDPESO PIC ZZZZ9,99.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LDVOL PIC ZZ9,99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDNF PIC X(04).
           03 FILLER PIC X(05) VALUE " ____".
       01  LINDET2.
           03 FILLER PIC X(08) VALUE SPACES.
           03 LDLOG PIC X(20).
           03 FILLER PIC X(05) VALUE " NR: ".
           03 LDNUM PIC ZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDCIDADE PIC X(20).
           03 LDREENT PIC X(12).
       01  LINTOT1.
           03 FILLER PIC X(20) VALUE " PEDIDOS..........: ".
           03 LTQTD PIC ZZ9.
       01  LINTOT2.
           03 FILLER PIC X(20) VALUE " PESO TOTAL (KG)..: ".
           03 LTPESO PIC ZZZZ9,99.
           03 FILLER PIC X(17) VALUE "   CAPACIDADE: ".
           03 LTCAPPESO PIC ZZZZ9,99.
       01  LINTOT3.
           03 FILLER PIC X(20) VALUE " VOLUME TOTAL (M3): ".
           03 LTVOL PIC ZZZZ9,99.
           03 FILLER PIC X(17) VALUE "   CAPACIDADE: ".
           03 LTCAPVOL PIC ZZZZ9,99.
       01  LINAVISO.
           03 LAVISO PIC X(60).
       01  LINASSIN.
           03 FILLER PIC X(40) VALUE
           " ASSINATURA DO MOTORISTA: _____________".
           03 FILLER PIC X(24) VALUE
           "___________________".
       01  LINBRANCO PIC X(80) VALUE SPACES.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "ROMANEIO ENT".
           03 ARQRELSP PIC X(14) VALUE "RELMANIF.DAT".
           03 OPERRELSP PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       SCREEN SECTION.

       01  TELAMANIF.
           05  LINE 01  COLUMN 01
               VALUE  "                   ROMANEIO DE ENTREGA -".
           05  LINE 01  COLUMN 41
               VALUE  " CARGA E RETORNO".
           05  LINE 03  COLUMN 01
               VALUE  " FILIAL:".
           05  LINE 04  COLUMN 01
               VALUE  " NUMERO ROMANEIO:".
           05  LINE 04  COLUMN 41
               VALUE  " SITUACAO:".
           05  LINE 05  COLUMN 01
               VALUE  " DATA ENTREGA (DDMMAAAA):".
           05  LINE 06  COLUMN 01
               VALUE  " PLACA:".
           05  LINE 06  COLUMN 20
               VALUE  " MOTORISTA:".
           05  LINE 07  COLUMN 01
               VALUE  " CAPACIDADE PESO:".
           05  LINE 07  COLUMN 41
               VALUE  " CAPACIDADE VOLUME:".
           05  LINE 08  COLUMN 01
               VALUE  " CARGA PESO:".
           05  LINE 08  COLUMN 41
               VALUE  " CARGA VOLUME:".
           05  LINE 09  COLUMN 01
               VALUE  " PEDIDOS NO ROMANEIO:".
           05  LINE 11  COLUMN 01
               VALUE  " PEDIDO:".
           05  LINE 11  COLUMN 20
               VALUE  " SITUACAO PEDIDO:".
           05  LINE 12  COLUMN 01
               VALUE  " CLIENTE:".
           05  LINE 13  COLUMN 01
               VALUE  " BAIRRO:".
           05  LINE 15  COLUMN 01
               VALUE  " PESO (KG):".
           05  LINE 16  COLUMN 01
               VALUE  " VOLUME (M3):".
           05  LINE 18  COLUMN 01
               VALUE  " ENTREGUE (S/N):".
           05  LINE 19  COLUMN 01
               VALUE  " MOTIVO:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFILIAL
               LINE 03  COLUMN 10  PIC 9(02)
               USING  FILIALMANIF.
           05  TNUMMANIF
               LINE 04  COLUMN 19  PIC 9(06)
               USING  NUMMANIF.
           05  TSITMANIF
               LINE 04  COLUMN 52  PIC X(01)
               USING  SITMANIF.
           05  TDATAMANIF
               LINE 05  COLUMN 27  PIC 99.99.9999
               USING  DATAMANIF.
           05  TPLACA
               LINE 06  COLUMN 09  PIC X(07)
               USING  PLACAMANIF.
           05  TMOTORISTA
               LINE 06  COLUMN 32  PIC X(30)
               USING  MOTORISTAMANIF.
           05  TCAPPESO
               LINE 07  COLUMN 19  PIC 99999.99
               USING  CAPPESOW.
           05  TCAPVOL
               LINE 07  COLUMN 61  PIC 999.99
               USING  CAPVOLW.
           05  TPESOMANIF
               LINE 08  COLUMN 19  PIC 99999.99
               USING  PESOMANIF.
           05  TVOLMANIF
               LINE 08  COLUMN 61  PIC 999.99
               USING  VOLMANIF.
           05  TQTDPED
               LINE 09  COLUMN 23  PIC 9(03)
               USING  QTDPEDMANIF.
           05  TPEDIDO
               LINE 11  COLUMN 10  PIC 9(06)
               USING  PEDIDOW.
           05  TDESCSIT
               LINE 11  COLUMN 38  PIC X(20)
               USING  DESCSIT.
           05  TCLIENTE
               LINE 12  COLUMN 11  PIC 9(06)
               USING  CLIENTEPEDIDO.
           05  TNOMECLI
               LINE 12  COLUMN 19  PIC X(30)
               USING  NOME.
           05  TBAIRRO
               LINE 13  COLUMN 10  PIC X(20)
               USING  BAIRRO.
           05  TPESO
               LINE 15  COLUMN 13  PIC 99999.99
               USING  PESOW.
           05  TVOL
               LINE 16  COLUMN 15  PIC 999.99
               USING  VOLW.
           05  TENTREGUE
               LINE 18  COLUMN 18  PIC X(01)
               USING  ENTREGUEW.
           05  TMOTIVO
               LINE 19  COLUMN 10  PIC X(40)
               USING  MOTIVOW.

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

       FN-ABRE3.
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

       FN-ABRE4.
           OPEN INPUT CADVEIC
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADVEIC NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO VEICULO =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE5.
           OPEN I-O CADMANIF
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADMANIF
                 CLOSE CADMANIF
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE5
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ROMANEIO =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE6.
           OPEN I-O CADMANITEM
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADMANITEM
                 CLOSE CADMANITEM
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE6
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MANITEM =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE7.
           OPEN I-O CADENTPED
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADENTPED
                 CLOSE CADENTPED
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE7
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ENTPED =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-PREPARA.
           MOVE ZEROS TO FILIALMANIF NUMMANIF DATAMANIF PESOMANIF
           VOLMANIF QTDPEDMANIF CAPPESOW CAPVOLW PEDIDOW PESOW VOLW
           CLIENTEPEDIDO.
           MOVE SPACES TO PLACAMANIF MOTORISTAMANIF SITMANIF DESCSIT
           NOME BAIRRO ENTREGUEW MOTIVOW TRANSPW.

       FN-INICIO.
           DISPLAY TELAMANIF.

       FN-OPCOES.
           MOVE "N=NOVO ROMANEIO R=RETORNO I=REIMPRIME" TO MENS1
           DISPLAY (23, 12) MENS
           ACCEPT (23, 60) OPC-KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF OPC-KEY = "N"
               GO TO FN-NOVO
           ELSE IF OPC-KEY = "R"
               GO TO FN-RETORNO
           ELSE IF OPC-KEY = "I"
               GO TO FN-REIMPRIME
           ELSE
               MOVE " SAINDO DO PROGRAMA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-FIM.

       FN-NOVO.
           PERFORM FN-PREPARA THRU FN-INICIO.
           ACCEPT TFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
               GO TO FN-OPCOES.
           MOVE FILIALMANIF TO FILIALW.

       FN-NOVO-DATA.
           ACCEPT TDATAMANIF.
           IF DATAMANIF = ZEROS
               MOVE " INFORME A DATA DE ENTREGA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-NOVO-DATA.

       FN-NOVO-PLACA.
           ACCEPT TPLACA.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
               PERFORM FN-PREPARA THRU FN-INICIO
               GO TO FN-OPCOES.
           MOVE FILIALW TO FILIALVEIC.
           MOVE PLACAMANIF TO PLACAVEIC.
           READ CADVEIC
           IF ERRO NOT = "00"
               MOVE " VEICULO NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-NOVO-PLACA.
           IF VEICULO-INATIVO
               MOVE " VEICULO INATIVO - NAO PERMITIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-NOVO-PLACA.
           MOVE MOTORISTAVEIC TO MOTORISTAMANIF.
           MOVE CAPPESOVEIC TO CAPPESOW.
           MOVE CAPVOLVEIC TO CAPVOLW.
           MOVE TRANSPVEIC TO TRANSPW.
           DISPLAY TELAMANIF.

       FN-NOVO-MOTORISTA.
           ACCEPT TMOTORISTA.

       FN-PROXNUM.
           MOVE REGMANIF TO REGMANIFW.
           MOVE ZEROS TO MAXNUMMANIF.
           MOVE FILIALW TO FILIALMANIF.
           MOVE ZEROS TO NUMMANIF.
           START CADMANIF KEY IS NOT LESS THAN CHAVEMANIF
               INVALID KEY GO TO FN-PROXNUM-FIM.
       FN-PROXNUM-LOOP.
           READ CADMANIF NEXT RECORD
               AT END GO TO FN-PROXNUM-FIM.
           IF FILIALMANIF NOT = FILIALW
               GO TO FN-PROXNUM-FIM.
           MOVE NUMMANIF TO MAXNUMMANIF.
           GO TO FN-PROXNUM-LOOP.
       FN-PROXNUM-FIM.
           MOVE REGMANIFW TO REGMANIF.
           MOVE FILIALW TO FILIALMANIF.
           ADD 1 TO MAXNUMMANIF GIVING NUMMANIF.
           MOVE ZEROS TO PESOMANIF VOLMANIF QTDPEDMANIF.
           MOVE OPCODLOG TO OPERMANIF.
           MOVE "A" TO SITMANIF.
       FN-PROXNUM-GRAVA.
           WRITE REGMANIF
           IF ERRO = "22"
               ADD 1 TO NUMMANIF
               GO TO FN-PROXNUM-GRAVA.
           IF ERRO NOT = "00"
               MOVE "ERRO AO GRAVAR O ROMANEIO =>" TO MENS1
               MOVE ERRO TO MENS2
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           DISPLAY TELAMANIF.

       FN-CARGA.
           MOVE ZEROS TO PEDIDOW PESOW VOLW CLIENTEPEDIDO.
           MOVE SPACES TO NOME BAIRRO DESCSIT.
           DISPLAY TELAMANIF.
           ACCEPT TPEDIDO.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01 OR PEDIDOW = ZEROS
               GO TO FN-CARGA-FIM.
           MOVE FILIALW TO CODFILIAL.
           MOVE PEDIDOW TO CODPEDIDO.
           READ CADPEDIDO
           IF ERRO NOT = "00"
               IF ERRO = "99"
                   MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-CARGA
               ELSE
                   MOVE " PEDIDO NAO ENCONTRADO " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-CARGA.
           REWRITE REGPEPDIDO.
           PERFORM FN-DESC-SITUACAO THRU FN-DESC-SITUACAO-FIM.
           PERFORM FN-LE-CLIENTE THRU FN-LE-CLIENTE-FIM.
           DISPLAY TELAMANIF.
           IF NOT PEDIDO-SEPARACAO AND NOT PEDIDO-FATURADO
               MOVE " PEDIDO NAO ESTA EM SEPARACAO NEM FATURADO "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CARGA.
           MOVE "N" TO REENTREGA.
           MOVE FILIALW TO FILIALENTP.
           MOVE PEDIDOW TO PEDIDOENTP.
           READ CADENTPED
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CARGA.
           MOVE "N" TO ENTPEDOK.
           IF ERRO = "00"
               MOVE "S" TO ENTPEDOK
               REWRITE REGENTPED.
           IF ENTPEDOK = "S" AND PEDIDO-EM-ROTA
               MOVE " PEDIDO JA ESTA EM OUTRO ROMANEIO " TO MENS1
               MOVE MANIFENTP TO MENS2
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CARGA.
           IF ENTPEDOK = "S" AND PEDIDO-ENTREGA-OK
               MOVE " PEDIDO JA ENTREGUE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CARGA.
           IF ENTPEDOK = "S" AND PEDIDO-NAO-ENTREGUE
               MOVE "S" TO REENTREGA.
           MOVE DATAPEDIDO TO DATAPEDX.
           IF DATAPEDX NOT = DATAMANIF AND REENTREGA = "N"
               MOVE " PEDIDO NAO E DA DATA DE ENTREGA DO ROMANEIO "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CARGA.
           IF REENTREGA = "S"
               MOVE " REENTREGA - PEDIDO NAO ENTREGUE ANTERIORMENTE "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM.
           IF PEDIDO-SEPARACAO
               MOVE " ATENCAO: PEDIDO AINDA SEM NOTA FISCAL " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM.

       FN-CARGA-PESO.
           ACCEPT TPESO.
           ACCEPT TVOL.
           COMPUTE PESONOVO = PESOMANIF + PESOW.
           COMPUTE VOLNOVO = VOLMANIF + VOLW.
           IF PESONOVO > CAPPESOW OR VOLNOVO > CAPVOLW
               MOVE " CAPACIDADE DO VEICULO EXCEDIDA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM.

       FN-CARGA-CONFIRMA.
           DISPLAY (23, 12) "INCLUIR NO ROMANEIO? (S/N): ".
           ACCEPT (23, 41) OPC
           IF OPC = "N"
               MOVE " PEDIDO NAO INCLUIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CARGA.
           IF OPC NOT = "S"
               MOVE "DIGITE S OU N" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CARGA-CONFIRMA.
           IF PESONOVO > 99999 OR VOLNOVO > 999
               MOVE " CARGA ACIMA DO LIMITE DO ROMANEIO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CARGA.

       FN-CARGA-GRAVA.
           MOVE FILIALW TO FILIALMANI.
           MOVE NUMMANIF TO NUMMANI.
           MOVE PEDIDOW TO PEDIDOMANI.
           MOVE CLIENTEPEDIDO TO CLIENTEMANI.
           MOVE PESOW TO PESOMANI.
           MOVE VOLW TO VOLMANI.
           MOVE "P" TO SITMANI.
           MOVE SPACES TO MOTIVOMANI.
           MOVE ZEROS TO DATARETMANI HORARETMANI OPERRETMANI.
           MOVE REENTREGA TO REENTMANI.
           WRITE REGMANITEM
           IF ERRO = "22"
               MOVE " PEDIDO JA INCLUIDO NESTE ROMANEIO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CARGA.
           MOVE FILIALW TO FILIALENTP.
           MOVE PEDIDOW TO PEDIDOENTP.
           MOVE NUMMANIF TO MANIFENTP.
           MOVE "R" TO SITENTP.
           MOVE SPACES TO MOTIVOENTP.
           IF ENTPEDOK = "S"
               REWRITE REGENTPED
           ELSE
               WRITE REGENTPED.
           MOVE FILIALW TO FILIALMANIF.
           PERFORM FN-LE-MANIF THRU FN-LE-MANIF-FIM.
           ADD PESOW TO PESOMANIF.
           ADD VOLW TO VOLMANIF.
           ADD 1 TO QTDPEDMANIF.
           PERFORM FN-REWRITE-MANIF THRU FN-REWRITE-MANIF-FIM.
           MOVE " PEDIDO INCLUIDO NO ROMANEIO " TO MENS
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-CARGA.

       FN-CARGA-FIM.
           MOVE FILIALW TO FILIALMANIF.
           PERFORM FN-LE-MANIF THRU FN-LE-MANIF-FIM.
           IF QTDPEDMANIF = ZEROS
               DELETE CADMANIF RECORD
               MOVE " ROMANEIO SEM PEDIDOS - NAO GRAVADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               PERFORM FN-PREPARA THRU FN-INICIO
               GO TO FN-OPCOES.
           PERFORM FN-REWRITE-MANIF THRU FN-REWRITE-MANIF-FIM.
           PERFORM FN-IMPRIME THRU FN-IMPRIME-FIM.
           MOVE " ROMANEIO GRAVADO E IMPRESSO " TO MENS
           PERFORM FN-MENS THRU FN-MENS-FIM.
           PERFORM FN-PREPARA THRU FN-INICIO.
           GO TO FN-OPCOES.

       FN-REIMPRIME.
           PERFORM FN-PREPARA THRU FN-INICIO.
           ACCEPT TFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
               GO TO FN-OPCOES.
           MOVE FILIALMANIF TO FILIALW.
           ACCEPT TNUMMANIF.
           PERFORM FN-LE-MANIF THRU FN-LE-MANIF-FIM.
           IF ERRO NOT = "00"
               MOVE " ROMANEIO NAO ENCONTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           PERFORM FN-REWRITE-MANIF THRU FN-REWRITE-MANIF-FIM.
           PERFORM FN-DADOS-VEICULO THRU FN-DADOS-VEICULO-FIM.
           DISPLAY TELAMANIF.
           PERFORM FN-IMPRIME THRU FN-IMPRIME-FIM.
           MOVE " ROMANEIO ENVIADO PARA IMPRESSAO " TO MENS
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-OPCOES.

       FN-RETORNO.
           PERFORM FN-PREPARA THRU FN-INICIO.
           ACCEPT TFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
               GO TO FN-OPCOES.
           MOVE FILIALMANIF TO FILIALW.
           ACCEPT TNUMMANIF.
           PERFORM FN-LE-MANIF THRU FN-LE-MANIF-FIM.
           IF ERRO NOT = "00"
               MOVE " ROMANEIO NAO ENCONTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           PERFORM FN-REWRITE-MANIF THRU FN-REWRITE-MANIF-FIM.
           PERFORM FN-DADOS-VEICULO THRU FN-DADOS-VEICULO-FIM.
           DISPLAY TELAMANIF.
           IF MANIFESTO-RETORNADO
               MOVE " RETORNO DO ROMANEIO JA LANCADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           MOVE ZEROS TO QTDPEND QTDENTREGUE QTDNAOENT.
           MOVE FILIALW TO FILIALMANI.
           MOVE NUMMANIF TO NUMMANI.
           MOVE ZEROS TO PEDIDOMANI.
           START CADMANITEM KEY IS NOT LESS THAN CHAVEMANI
               INVALID KEY GO TO FN-RETORNO-FIM.

       FN-RETORNO-LOOP.
           READ CADMANITEM NEXT RECORD
               AT END GO TO FN-RETORNO-FIM.
           IF FILIALMANI NOT = FILIALW OR NUMMANI NOT = NUMMANIF
               GO TO FN-RETORNO-FIM.
           IF NOT ENTREGA-PENDENTE
               GO TO FN-RETORNO-LOOP.
           MOVE PEDIDOMANI TO PEDIDOW.
           MOVE PESOMANI TO PESOW.
           MOVE VOLMANI TO VOLW.
           MOVE FILIALW TO CODFILIAL.
           MOVE PEDIDOMANI TO CODPEDIDO.
           READ CADPEDIDO
           IF ERRO NOT = "00"
               MOVE SPACES TO STATUSPED
               MOVE CLIENTEMANI TO CLIENTEPEDIDO
           ELSE
               REWRITE REGPEPDIDO.
           PERFORM FN-DESC-SITUACAO THRU FN-DESC-SITUACAO-FIM.
           PERFORM FN-LE-CLIENTE THRU FN-LE-CLIENTE-FIM.
           MOVE SPACES TO ENTREGUEW MOTIVOW.
           DISPLAY TELAMANIF.

       FN-RETORNO-ENTREGUE.
           ACCEPT TENTREGUE.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
               ADD 1 TO QTDPEND
               GO TO FN-RETORNO-INTERROMPE.
           IF ENTREGUEW NOT = "S" AND ENTREGUEW NOT = "N"
               MOVE "DIGITE S OU N" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-RETORNO-ENTREGUE.
           IF ENTREGUEW = "S"
               GO TO FN-RETORNO-BAIXA.

       FN-RETORNO-MOTIVO.
           ACCEPT TMOTIVO.
           IF MOTIVOW = SPACES
               MOVE " INFORME O MOTIVO DA NAO ENTREGA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-RETORNO-MOTIVO.
           GO TO FN-RETORNO-GRAVA.

       FN-RETORNO-BAIXA.
           MOVE FILIALW TO CODFILIAL.
           MOVE PEDIDOW TO CODPEDIDO.
           READ CADPEDIDO
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-RETORNO-BAIXA.
           IF ERRO NOT = "00"
               MOVE " PEDIDO NAO ENCONTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               ADD 1 TO QTDPEND
               GO TO FN-RETORNO-LOOP.
           IF PEDIDO-SEPARACAO
               REWRITE REGPEPDIDO
               MOVE " PEDIDO SEM NOTA FISCAL - EMITA ANTES DA BAIXA "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               ADD 1 TO QTDPEND
               GO TO FN-RETORNO-LOOP.
           IF PEDIDO-FATURADO
               MOVE "E" TO STATUSPED
               PERFORM FN-REWRITE-PED THRU FN-REWRITE-PED-FIM
           ELSE
               REWRITE REGPEPDIDO.

       FN-RETORNO-GRAVA.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
           MOVE ENTREGUEW TO SITMANI.
           IF ENTREGUEW = "S"
               MOVE "E" TO SITMANI
               ADD 1 TO QTDENTREGUE
           ELSE
               MOVE "N" TO SITMANI
               ADD 1 TO QTDNAOENT.
           MOVE MOTIVOW TO MOTIVOMANI.
           MOVE DATAHOJE TO DATARETMANI.
           MOVE HORAW TO HORARETMANI.
           MOVE OPCODLOG TO OPERRETMANI.
           REWRITE REGMANITEM.

       FN-RETORNO-ENTPED.
           MOVE FILIALW TO FILIALENTP.
           MOVE PEDIDOW TO PEDIDOENTP.
           READ CADENTPED
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-RETORNO-ENTPED.
           MOVE "S" TO ENTPEDOK.
           IF ERRO NOT = "00"
               MOVE "N" TO ENTPEDOK.
           MOVE FILIALW TO FILIALENTP.
           MOVE PEDIDOW TO PEDIDOENTP.
           MOVE NUMMANIF TO MANIFENTP.
           MOVE SITMANI TO SITENTP.
           MOVE MOTIVOW TO MOTIVOENTP.
           IF ENTPEDOK = "S"
               REWRITE REGENTPED
           ELSE
               WRITE REGENTPED.
           GO TO FN-RETORNO-LOOP.

       FN-RETORNO-INTERROMPE.
           READ CADMANITEM NEXT RECORD
               AT END GO TO FN-RETORNO-FIM.
           IF FILIALMANI NOT = FILIALW OR NUMMANI NOT = NUMMANIF
               GO TO FN-RETORNO-FIM.
           IF ENTREGA-PENDENTE
               ADD 1 TO QTDPEND.
           GO TO FN-RETORNO-INTERROMPE.

       FN-RETORNO-FIM.
           MOVE FILIALW TO FILIALMANIF.
           PERFORM FN-LE-MANIF THRU FN-LE-MANIF-FIM.
           IF QTDPEND = ZEROS
               MOVE "R" TO SITMANIF.
           PERFORM FN-REWRITE-MANIF THRU FN-REWRITE-MANIF-FIM.
           PERFORM FN-PREPARA THRU FN-INICIO.
           IF QTDPEND = ZEROS
               MOVE " RETORNO CONCLUIDO - NAO ENTREGUES: " TO MENS1
               MOVE QTDNAOENT TO MENS2
           ELSE
               MOVE " RETORNO PARCIAL - PEDIDOS PENDENTES: " TO MENS1
               MOVE QTDPEND TO MENS2.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-OPCOES.

       FN-LE-MANIF.
           READ CADMANIF
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-LE-MANIF.
       FN-LE-MANIF-FIM.
           EXIT.

       FN-REWRITE-MANIF.
           REWRITE REGMANIF
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-REWRITE-MANIF.
       FN-REWRITE-MANIF-FIM.
           EXIT.

       FN-REWRITE-PED.
           REWRITE REGPEPDIDO
           IF ERRO = "99"
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-REWRITE-PED.
       FN-REWRITE-PED-FIM.
           EXIT.

       FN-DADOS-VEICULO.
           MOVE FILIALMANIF TO FILIALVEIC.
           MOVE PLACAMANIF TO PLACAVEIC.
           READ CADVEIC
           IF ERRO NOT = "00"
               MOVE ZEROS TO CAPPESOVEIC CAPVOLVEIC
               MOVE SPACES TO TRANSPVEIC.
           MOVE CAPPESOVEIC TO CAPPESOW.
           MOVE CAPVOLVEIC TO CAPVOLW.
           MOVE TRANSPVEIC TO TRANSPW.
       FN-DADOS-VEICULO-FIM.
           EXIT.

       FN-DESC-SITUACAO.
           MOVE SPACES TO DESCSIT.
           IF PEDIDO-DIGITADO
               MOVE "DIGITADO" TO DESCSIT.
           IF PEDIDO-SEPARACAO
               MOVE "SEPARACAO (SEM NF)" TO DESCSIT.
           IF PEDIDO-FATURADO
               MOVE "FATURADO" TO DESCSIT.
           IF PEDIDO-ENTREGUE
               MOVE "ENTREGUE" TO DESCSIT.
       FN-DESC-SITUACAO-FIM.
           EXIT.

       FN-LE-CLIENTE.
           MOVE FILIALW TO CODFILCLI.
           MOVE CLIENTEPEDIDO TO CODCLIE.
           READ CADCLI
           IF ERRO NOT = "00"
               MOVE SPACES TO NOME
               MOVE ZEROS TO NUMEROLOG.
           MOVE CEPPEDIDO TO CEP.
           IF STATUSPED = SPACES
               MOVE CEPCLIENTE TO CEP.
           READ CADCEP
           IF ERRO NOT = "00"
               MOVE SPACES TO LOGRADOURO BAIRRO CIDADE.
       FN-LE-CLIENTE-FIM.
           EXIT.

       FN-IMPRIME.
           OPEN OUTPUT RELMANIF
           IF ERRO2 NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQ RELMANIF =>" TO MENS1
               MOVE ERRO2 TO MENS2
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-IMPRIME-FIM.
           MOVE FILIALMANIF TO LCFILIAL.
           MOVE NUMMANIF TO LCNUMERO.
           MOVE DATAMANIF TO LCDATA.
           WRITE LINHAMANIF FROM LINCAB1.
           MOVE PLACAMANIF TO LCPLACA.
           MOVE MOTORISTAMANIF TO LCMOTORISTA.
           WRITE LINHAMANIF FROM LINCAB2.
           MOVE TRANSPW TO LCTRANSP.
           WRITE LINHAMANIF FROM LINCAB3.
           WRITE LINHAMANIF FROM LINBRANCO.
           WRITE LINHAMANIF FROM LINCAB4.
           WRITE LINHAMANIF FROM LINBRANCO.
           MOVE FILIALMANIF TO FILIALMANI.
           MOVE NUMMANIF TO NUMMANI.
           MOVE ZEROS TO PEDIDOMANI.
           START CADMANITEM KEY IS NOT LESS THAN CHAVEMANI
               INVALID KEY GO TO FN-IMPRIME-TOTAIS.
       FN-IMPRIME-LOOP.
           READ CADMANITEM NEXT RECORD
               AT END GO TO FN-IMPRIME-TOTAIS.
           IF FILIALMANI NOT = FILIALMANIF OR NUMMANI NOT = NUMMANIF
               GO TO FN-IMPRIME-TOTAIS.
           MOVE FILIALMANI TO CODFILIAL.
           MOVE PEDIDOMANI TO CODPEDIDO.
           READ CADPEDIDO
           IF ERRO NOT = "00"
               MOVE SPACES TO STATUSPED
               MOVE CLIENTEMANI TO CLIENTEPEDIDO
           ELSE
               REWRITE REGPEPDIDO.
           PERFORM FN-LE-CLIENTE THRU FN-LE-CLIENTE-FIM.
           MOVE PEDIDOMANI TO LDPEDIDO.
           MOVE NOME TO LDNOME.
           MOVE BAIRRO TO LDBAIRRO.
           MOVE PESOMANI TO LDPESO.
           MOVE VOLMANI TO LDVOL.
           IF PEDIDO-SEPARACAO
               MOVE "S/NF" TO LDNF
           ELSE
               MOVE SPACES TO LDNF.
           WRITE LINHAMANIF FROM LINDET.
           MOVE LOGRADOURO TO LDLOG.
           MOVE NUMEROLOG TO LDNUM.
           MOVE CIDADE TO LDCIDADE.
           MOVE SPACES TO LDREENT.
           IF ITEM-REENTREGA
               MOVE " (REENTREGA)" TO LDREENT.
           WRITE LINHAMANIF FROM LINDET2.
           GO TO FN-IMPRIME-LOOP.
       FN-IMPRIME-TOTAIS.
           WRITE LINHAMANIF FROM LINBRANCO.
           MOVE QTDPEDMANIF TO LTQTD.
           WRITE LINHAMANIF FROM LINTOT1.
           MOVE PESOMANIF TO LTPESO.
           MOVE CAPPESOW TO LTCAPPESO.
           WRITE LINHAMANIF FROM LINTOT2.
           MOVE VOLMANIF TO LTVOL.
           MOVE CAPVOLW TO LTCAPVOL.
           WRITE LINHAMANIF FROM LINTOT3.
           IF PESOMANIF > CAPPESOW OR VOLMANIF > CAPVOLW
               WRITE LINHAMANIF FROM LINBRANCO
               MOVE " *** CAPACIDADE DO VEICULO EXCEDIDA ***" TO LAVISO
               WRITE LINHAMANIF FROM LINAVISO.
           WRITE LINHAMANIF FROM LINBRANCO.
           WRITE LINHAMANIF FROM LINBRANCO.
           WRITE LINHAMANIF FROM LINASSIN.
           CLOSE RELMANIF.
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
           CLOSE CADCLI.
           CLOSE CADCEP.
           CLOSE CADVEIC.
           CLOSE CADMANIF.
           CLOSE CADMANITEM.
           CLOSE CADENTPED.
           EXIT PROGRAM.
