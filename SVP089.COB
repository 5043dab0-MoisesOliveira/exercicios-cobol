       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP089.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPADR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPP
               FILE STATUS  IS ERRO.

           SELECT CADPADRIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPPI
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

           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVEPROD
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY IS CODBARRAS WITH DUPLICATES.

           SELECT CADCEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP
               FILE STATUS IS ERRO.

           SELECT AUDIT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADPADR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPADR.DAT".
       01  REGPADR.
           03 CHAVEPP.
               05 FILIALPP PIC 9(02).
               05 CLIENTEPP PIC 9(06).
               05 SEQPP PIC 9(02).
           03 DESCPP PIC X(30).
           03 VENDPP PIC 9(04).
           03 FREQPP PIC X(01).
               88 FREQ-SEMANAL VALUE "S".
               88 FREQ-QUINZENAL VALUE "Q".
               88 FREQ-MENSAL VALUE "M".
           03 DIASEMPP PIC 9(01).
           03 DIAMESPP PIC 9(02).
           03 DTINIPP PIC 9(08).
           03 DTFIMPP PIC 9(08).
           03 PARCPP PIC 9(02).
           03 FORMAPP PIC 9(02).
           03 CEPPP PIC 9(08).
           03 SITPP PIC X(01).
               88 PADRAO-ATIVO VALUE "A".
               88 PADRAO-PAUSADO VALUE "P".
           03 ULTGERPP PIC 9(08).
           03 ULTPEDPP PIC 9(06).

       FD  CADPADRIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPADRIT.DAT".
       01  REGPADRIT.
           03 CHAVEPPI.
               05 FILIALPPI PIC 9(02).
               05 CLIENTEPPI PIC 9(06).
               05 SEQPPI PIC 9(02).
               05 PRODPPI PIC 9(06).
           03 QTDPPI PIC 9(04).

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

       FD  AUDIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AUDIT.DAT".
       01  REGAUDIT.
           03 DATAAUD PIC 9(08).
           03 HORAAUD PIC 9(06).
           03 OPERAUD PIC 9(04).
           03 ARQAUD PIC X(10).
           03 CHAVEAUD PIC X(20).
           03 TIPOAUD PIC X(01).
           03 ANTESAUD PIC X(200).
           03 DEPOISAUD PIC X(200).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  MENS.
           03 MENS1 PIC X(50) VALUE SPACES.
           03 MENS2 PIC ZZZ.
       01  CONTADOR PIC 9(03) VALUE ZERO.
       01  ESC-KEY PIC 9(02) VALUE ZEROS.
       01  OPC-KEY PIC X(02) VALUE SPACES.
       01  OPC PIC X(3).
       01  MODOREG PIC X(01) VALUE "N".
           88 REGISTRO-ALTERACAO VALUE "A".
       01  MODOITEM PIC X(01) VALUE "N".
           88 ITEM-ALTERACAO VALUE "A".
       01  REGANTES PIC X(200) VALUE SPACES.
       01  DATAAUDW PIC 9(08) VALUE ZEROS.
       01  HORAAUDW PIC 9(06) VALUE ZEROS.
       01  ARQAUDW PIC X(10) VALUE SPACES.
       01  CHAVEAUDW PIC X(20) VALUE SPACES.
       01  DEPOISW PIC X(200) VALUE SPACES.
       01  NOMECLIW PIC X(30) VALUE SPACES.
       01  NOMEVENDW PIC X(30) VALUE SPACES.
       01  DESCRPRODW PIC X(30) VALUE SPACES.
       01  UNIDPRODW PIC X(02) VALUE SPACES.
       01  QTDITENS PIC 9(03) VALUE ZEROS.
       01  CHAVEPPW PIC X(10) VALUE SPACES.
       01  DATAVALW PIC 9(08) VALUE ZEROS.
       01  DATAVALR REDEFINES DATAVALW.
           03 ANOVAL PIC 9(04).
           03 MESVAL PIC 9(02).
           03 DIAVAL PIC 9(02).
       01  DATAOK PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       SCREEN SECTION.

       01  TELAPADR.
           05  LINE 01  COLUMN 01
               VALUE  "                   PEDIDOS PROGRAMADOS (R".
           05  LINE 01  COLUMN 41
               VALUE  "ECORRENTES)".
           05  LINE 03  COLUMN 01
               VALUE  " FILIAL:".
           05  LINE 04  COLUMN 01
               VALUE  " CLIENTE:".
           05  LINE 05  COLUMN 01
               VALUE  " NUMERO DO PROGRAMADO:".
           05  LINE 06  COLUMN 01
               VALUE  " DESCRICAO:".
           05  LINE 07  COLUMN 01
               VALUE  " VENDEDOR:".
           05  LINE 08  COLUMN 01
               VALUE  " FREQUENCIA (S=SEMANAL Q=QUINZENAL M=MENSAL):".
           05  LINE 09  COLUMN 01
               VALUE  " DIA DA SEMANA (1=DOM 2=SEG ... 7=SAB):".
           05  LINE 10  COLUMN 01
               VALUE  " DIA DO MES:".
           05  LINE 11  COLUMN 01
               VALUE  " DATA INICIAL (AAAAMMDD):".
           05  LINE 11  COLUMN 41
               VALUE  "DATA FINAL (0=SEM FIM):".
           05  LINE 12  COLUMN 01
               VALUE  " PARCELAS:".
           05  LINE 12  COLUMN 20
               VALUE  "FORMA (1-4):".
           05  LINE 13  COLUMN 01
               VALUE  " CEP ENTREGA (0=DO CLIENTE):".
           05  LINE 14  COLUMN 01
               VALUE  " SITUACAO (A=ATIVO P=PAUSADO):".
           05  LINE 15  COLUMN 01
               VALUE  " ULTIMA GERACAO:".
           05  LINE 15  COLUMN 30
               VALUE  "ULTIMO PEDIDO:".
           05  LINE 17  COLUMN 01
               VALUE  " ITENS CADASTRADOS:".
           05  LINE 18  COLUMN 01
               VALUE  " PRODUTO:".
           05  LINE 19  COLUMN 01
               VALUE  " QUANTIDADE:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFILIAL
               LINE 03  COLUMN 10  PIC 9(02)
               USING  FILIALPP.
           05  TCLIENTE
               LINE 04  COLUMN 11  PIC 9(06)
               USING  CLIENTEPP.
           05  TNOMECLI
               LINE 04  COLUMN 19  PIC X(30)
               USING  NOMECLIW.
           05  TSEQ
               LINE 05  COLUMN 24  PIC 9(02)
               USING  SEQPP.
           05  TDESC
               LINE 06  COLUMN 13  PIC X(30)
               USING  DESCPP.
           05  TVEND
               LINE 07  COLUMN 12  PIC 9(04)
               USING  VENDPP.
           05  TNOMEVEND
               LINE 07  COLUMN 18  PIC X(30)
               USING  NOMEVENDW.
           05  TFREQ
               LINE 08  COLUMN 48  PIC X(01)
               USING  FREQPP.
           05  TDIASEM
               LINE 09  COLUMN 42  PIC 9(01)
               USING  DIASEMPP.
           05  TDIAMES
               LINE 10  COLUMN 14  PIC 9(02)
               USING  DIAMESPP.
           05  TDTINI
               LINE 11  COLUMN 27  PIC 9(08)
               USING  DTINIPP.
           05  TDTFIM
               LINE 11  COLUMN 65  PIC 9(08)
               USING  DTFIMPP.
           05  TPARC
               LINE 12  COLUMN 12  PIC 9(02)
               USING  PARCPP.
           05  TFORMA
               LINE 12  COLUMN 33  PIC 9(02)
               USING  FORMAPP.
           05  TCEP
               LINE 13  COLUMN 30  PIC 9(08)
               USING  CEPPP.
           05  TSIT
               LINE 14  COLUMN 32  PIC X(01)
               USING  SITPP.
           05  TULTGER
               LINE 15  COLUMN 18  PIC 9(08)
               USING  ULTGERPP.
           05  TULTPED
               LINE 15  COLUMN 45  PIC 9(06)
               USING  ULTPEDPP.
           05  TQTDITENS
               LINE 17  COLUMN 21  PIC ZZ9
               USING  QTDITENS.
           05  TPROD
               LINE 18  COLUMN 11  PIC 9(06)
               USING  PRODPPI.
           05  TDESCRPROD
               LINE 18  COLUMN 19  PIC X(30)
               USING  DESCRPRODW.
           05  TQTD
               LINE 19  COLUMN 14  PIC 9(04)
               USING  QTDPPI.
           05  TUNIDPROD
               LINE 19  COLUMN 20  PIC X(02)
               USING  UNIDPRODW.

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-ABRE1.
           OPEN I-O CADPADR
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADPADR
                 CLOSE CADPADR
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PADR =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN I-O CADPADRIT
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADPADRIT
                 CLOSE CADPADRIT
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PADRIT =>" TO MENS1
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
           OPEN INPUT CADVEND
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADVEND NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO VENDEDOR " TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE5.
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

       FN-ABRE6.
           OPEN INPUT CADCEP
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADCEP NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CEP " TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE7.
           OPEN EXTEND AUDIT
           IF ERRO NOT = "00" AND ERRO NOT = "05"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AUDIT =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-INICIO.
           MOVE ZEROS TO FILIALPP CLIENTEPP SEQPP VENDPP DIASEMPP
           DIAMESPP DTINIPP DTFIMPP PARCPP FORMAPP CEPPP ULTGERPP
           ULTPEDPP PRODPPI QTDPPI QTDITENS.
           MOVE SPACES TO DESCPP FREQPP SITPP NOMECLIW NOMEVENDW
           DESCRPRODW UNIDPRODW.
           DISPLAY TELAPADR.

       FN-FILIAL.
           ACCEPT TFILIAL.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 MOVE " SAINDO DO PROGRAMA " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM.

       FN-CLIENTE.
           ACCEPT TCLIENTE.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-INICIO.
           MOVE FILIALPP TO CODFILCLI.
           MOVE CLIENTEPP TO CODCLIE.
           READ CADCLI
           IF ERRO NOT = "00"
               MOVE " CLIENTE NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CLIENTE.
           MOVE NOME TO NOMECLIW.
           DISPLAY TNOMECLI.

       FN-SEQ.
           ACCEPT TSEQ.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-INICIO.
           IF SEQPP = ZEROS
               MOVE " NUMERO DO PROGRAMADO OBRIGATORIO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-SEQ.

       FN-READ-PADR.
           MOVE "N" TO MODOREG.
           READ CADPADR
           IF ERRO NOT = "23"
               IF ERRO = "00"
                   MOVE "A" TO MODOREG
                   MOVE REGPADR TO REGANTES
                   PERFORM FN-LE-VEND THRU FN-LE-VEND-FIM
                   PERFORM FN-CONTA-ITENS THRU FN-CONTA-ITENS-FIM
                   DISPLAY TELAPADR
                   MOVE " PEDIDO PROGRAMADO JA CADASTRADO " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-OPCOES.
           IF CLIENTE-INATIVO
               MOVE " CLIENTE INATIVO - NAO PERMITIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CLIENTE.
           MOVE SPACES TO DESCPP FREQPP.
           MOVE ZEROS TO VENDPP DIASEMPP DIAMESPP DTINIPP DTFIMPP
           PARCPP FORMAPP CEPPP ULTGERPP ULTPEDPP.
           MOVE "A" TO SITPP.
           DISPLAY TELAPADR.

       FN-DESC.
           ACCEPT TDESC.

       FN-VEND.
           ACCEPT TVEND.
           PERFORM FN-LE-VEND THRU FN-LE-VEND-FIM.
           IF ERRO NOT = "00"
               MOVE " VENDEDOR NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-VEND.
           DISPLAY TNOMEVEND.

       FN-FREQ.
           ACCEPT TFREQ.
           IF NOT FREQ-SEMANAL AND NOT FREQ-QUINZENAL
              AND NOT FREQ-MENSAL
               MOVE "FREQUENCIA: S=SEMANAL Q=QUINZENAL M=MENSAL"
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-FREQ.
           IF FREQ-MENSAL
               MOVE ZEROS TO DIASEMPP
               DISPLAY TDIASEM
               GO TO FN-DIAMES.

       FN-DIASEM.
           ACCEPT TDIASEM.
           IF DIASEMPP < 1 OR DIASEMPP > 7
               MOVE " DIA DA SEMANA: 1=DOMINGO ... 7=SABADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-DIASEM.
           MOVE ZEROS TO DIAMESPP.
           DISPLAY TDIAMES.
           GO TO FN-DTINI.

       FN-DIAMES.
           ACCEPT TDIAMES.
           IF DIAMESPP < 1 OR DIAMESPP > 31
               MOVE " DIA DO MES DEVE SER DE 1 A 31 " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-DIAMES.

       FN-DTINI.
           ACCEPT TDTINI.
           MOVE DTINIPP TO DATAVALW.
           PERFORM FN-VALIDA-DATA THRU FN-VALIDA-DATA-FIM.
           IF DATAOK = "N"
               MOVE " DATA INICIAL INVALIDA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-DTINI.

       FN-DTFIM.
           ACCEPT TDTFIM.
           IF DTFIMPP = ZEROS
               GO TO FN-PARC.
           MOVE DTFIMPP TO DATAVALW.
           PERFORM FN-VALIDA-DATA THRU FN-VALIDA-DATA-FIM.
           IF DATAOK = "N" OR DTFIMPP < DTINIPP
               MOVE " DATA FINAL INVALIDA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-DTFIM.

       FN-PARC.
           ACCEPT TPARC.
           IF PARCPP = ZEROS
               MOVE 1 TO PARCPP
               DISPLAY TPARC.

       FN-FORMA.
           ACCEPT TFORMA.
           IF FORMAPP < 1 OR FORMAPP > 4
               MOVE "FORMA: 1-DINHEIRO 2-CHEQUE 3-CARTAO 4-BOLETO"
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-FORMA.

       FN-CEP.
           ACCEPT TCEP.
           IF CEPPP = ZEROS
               GO TO FN-SIT.
           MOVE CEPPP TO CEP.
           READ CADCEP
           IF ERRO NOT = "00"
               MOVE " CEP NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CEP.

       FN-SIT.
           IF NOT REGISTRO-ALTERACAO
               GO TO FN-REGISTRO.
           ACCEPT TSIT.
           IF NOT PADRAO-ATIVO AND NOT PADRAO-PAUSADO
               MOVE " SITUACAO: A=ATIVO P=PAUSADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-SIT.

       FN-REGISTRO.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
           IF OPC = "S"
               IF REGISTRO-ALTERACAO
                   REWRITE REGPADR
                   MOVE REGPADR TO DEPOISW
                   PERFORM FN-AUDIT-ALT THRU FN-AUDIT-ALT-FIM
                   GO TO FN-ITEM
               ELSE
                   WRITE REGPADR
                   GO TO FN-ITEM
           ELSE
               IF OPC NOT = "N"
                   MOVE "DIGITE S OU N" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-REGISTRO
               ELSE
                   MOVE "REGISTRO NAO GRAVADO" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-INICIO.

       FN-OPCOES.
           MOVE "A=ALTERAR I=ITENS P=PAUSAR/REATIVAR E=EXCLUIR" TO MENS
           DISPLAY (23, 12) MENS
           ACCEPT (23, 60) OPC-KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF OPC-KEY = "A"
               GO TO FN-DESC
           ELSE IF OPC-KEY = "I"
               GO TO FN-ITEM
           ELSE IF OPC-KEY = "P"
               GO TO FN-PAUSA
           ELSE IF OPC-KEY = "E"
               GO TO FN-EXCLUIR
           ELSE
               GO TO FN-OPCOES.

       FN-PAUSA.
           IF PADRAO-PAUSADO
               MOVE "A" TO SITPP
               MOVE " PEDIDO PROGRAMADO REATIVADO " TO MENS
           ELSE
               MOVE "P" TO SITPP
               MOVE " PEDIDO PROGRAMADO PAUSADO " TO MENS.
           REWRITE REGPADR.
           MOVE REGPADR TO DEPOISW.
           PERFORM FN-AUDIT-ALT THRU FN-AUDIT-ALT-FIM.
           DISPLAY TSIT.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-INICIO.

       FN-EXCLUIR.
           DISPLAY (23, 12) "EXCLUIR?".
           ACCEPT (23, 30) OPC-KEY
           IF OPC-KEY = "N" OR "n"
               MOVE " REGISTRO NAO EXCLUIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-INICIO.
           IF OPC-KEY NOT = "S" AND NOT = "s"
               GO TO FN-EXCLUIR.
           PERFORM FN-EXCLUI-ITENS THRU FN-EXCLUI-ITENS-FIM.
           MOVE REGPADR TO REGANTES.
           DELETE CADPADR RECORD.
           MOVE SPACES TO DEPOISW.
           PERFORM FN-AUDIT-EXC THRU FN-AUDIT-EXC-FIM.
           MOVE " REGISTRO EXCLUIDO COM SUCESSO" TO MENS
           PERFORM FN-MENS THRU FN-MENS-FIM
           GO TO FN-INICIO.

       FN-ITEM.
           MOVE "N" TO MODOITEM.
           MOVE FILIALPP TO FILIALPPI.
           MOVE CLIENTEPP TO CLIENTEPPI.
           MOVE SEQPP TO SEQPPI.
           MOVE ZEROS TO PRODPPI QTDPPI.
           MOVE SPACES TO DESCRPRODW UNIDPRODW.
           PERFORM FN-CONTA-ITENS THRU FN-CONTA-ITENS-FIM.
           DISPLAY TELAPADR.
           ACCEPT TPROD.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-INICIO.
           MOVE FILIALPP TO CODFILPROD.
           MOVE PRODPPI TO CODPROD.
           READ CADPROD
           IF ERRO NOT = "00"
               MOVE " PRODUTO NAO CADASTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEM.
           IF PRODUTO-INATIVO
               MOVE " PRODUTO INATIVO - NAO PERMITIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEM.
           MOVE DESCR TO DESCRPRODW.
           MOVE UNID TO UNIDPRODW.
           DISPLAY TDESCRPROD.
           DISPLAY TUNIDPROD.

       FN-READ-ITEM.
           READ CADPADRIT
           IF ERRO NOT = "23"
               IF ERRO = "00"
                   MOVE "A" TO MODOITEM
                   MOVE REGPADRIT TO REGANTES
                   DISPLAY TELAPADR
                   MOVE " PRODUTO JA CADASTRADO NO PROGRAMADO " TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-OPCOES-ITEM.
           MOVE ZEROS TO QTDPPI.

       FN-QTD.
           ACCEPT TQTD.
           IF QTDPPI = ZEROS
               MOVE " QUANTIDADE OBRIGATORIA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-QTD.

       FN-REGISTRO-ITEM.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
           IF OPC = "S"
               IF ITEM-ALTERACAO
                   REWRITE REGPADRIT
                   MOVE REGPADRIT TO DEPOISW
                   PERFORM FN-AUDIT-ALT-ITEM THRU FN-AUDIT-ALT-ITEM-FIM
                   GO TO FN-ITEM
               ELSE
                   WRITE REGPADRIT
                   GO TO FN-ITEM
           ELSE
               IF OPC NOT = "N"
                   MOVE "DIGITE S OU N" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-REGISTRO-ITEM
               ELSE
                   MOVE "REGISTRO NAO GRAVADO" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-ITEM.

       FN-OPCOES-ITEM.
           MOVE "N = NOVO A = ALTERAR E = EXCLUIR" TO MENS
           DISPLAY (23, 12) MENS
           ACCEPT (23, 60) OPC-KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF OPC-KEY = "N"
               GO TO FN-ITEM
           ELSE IF OPC-KEY = "A"
               GO TO FN-QTD
           ELSE IF OPC-KEY = "E"
               GO TO FN-EXCLUIR-ITEM
           ELSE
               GO TO FN-OPCOES-ITEM.

       FN-EXCLUIR-ITEM.
           DISPLAY (23, 12) "EXCLUIR?".
           ACCEPT (23, 30) OPC-KEY
           IF OPC-KEY = "N" OR "n"
               MOVE " REGISTRO NAO EXCLUIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEM.
           IF OPC-KEY = "S" OR "s"
               MOVE REGPADRIT TO REGANTES
               DELETE CADPADRIT RECORD
               MOVE SPACES TO DEPOISW
               PERFORM FN-AUDIT-EXC-ITEM THRU FN-AUDIT-EXC-ITEM-FIM
               MOVE " REGISTRO EXCLUIDO COM SUCESSO" TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-ITEM.
           GO TO FN-EXCLUIR-ITEM.

       FN-LE-VEND.
           MOVE SPACES TO NOMEVENDW.
           MOVE FILIALPP TO FILIALVEND.
           MOVE VENDPP TO CODVEND.
           READ CADVEND
           IF ERRO = "00"
               MOVE NOMEVEND TO NOMEVENDW.
       FN-LE-VEND-FIM.
           EXIT.

       FN-CONTA-ITENS.
           MOVE ZEROS TO QTDITENS.
           MOVE FILIALPP TO FILIALPPI.
           MOVE CLIENTEPP TO CLIENTEPPI.
           MOVE SEQPP TO SEQPPI.
           MOVE ZEROS TO PRODPPI.
           START CADPADRIT KEY IS NOT LESS THAN CHAVEPPI
               INVALID KEY GO TO FN-CONTA-ITENS-VOLTA.
       FN-CONTA-ITENS-LOOP.
           READ CADPADRIT NEXT RECORD
               AT END GO TO FN-CONTA-ITENS-VOLTA.
           IF FILIALPPI NOT = FILIALPP OR CLIENTEPPI NOT = CLIENTEPP
              OR SEQPPI NOT = SEQPP
               GO TO FN-CONTA-ITENS-VOLTA.
           ADD 1 TO QTDITENS.
           GO TO FN-CONTA-ITENS-LOOP.
       FN-CONTA-ITENS-VOLTA.
           MOVE FILIALPP TO FILIALPPI.
           MOVE CLIENTEPP TO CLIENTEPPI.
           MOVE SEQPP TO SEQPPI.
           MOVE ZEROS TO PRODPPI QTDPPI.
       FN-CONTA-ITENS-FIM.
           EXIT.

       FN-EXCLUI-ITENS.
           MOVE FILIALPP TO FILIALPPI.
           MOVE CLIENTEPP TO CLIENTEPPI.
           MOVE SEQPP TO SEQPPI.
           MOVE ZEROS TO PRODPPI.
           START CADPADRIT KEY IS NOT LESS THAN CHAVEPPI
               INVALID KEY GO TO FN-EXCLUI-ITENS-FIM.
       FN-EXCLUI-ITENS-LOOP.
           READ CADPADRIT NEXT RECORD
               AT END GO TO FN-EXCLUI-ITENS-FIM.
           IF FILIALPPI NOT = FILIALPP OR CLIENTEPPI NOT = CLIENTEPP
              OR SEQPPI NOT = SEQPP
               GO TO FN-EXCLUI-ITENS-FIM.
           MOVE REGPADRIT TO REGANTES.
           DELETE CADPADRIT RECORD.
           MOVE SPACES TO DEPOISW.
           PERFORM FN-AUDIT-EXC-ITEM THRU FN-AUDIT-EXC-ITEM-FIM.
           GO TO FN-EXCLUI-ITENS-LOOP.
       FN-EXCLUI-ITENS-FIM.
           EXIT.

       FN-VALIDA-DATA.
           MOVE "S" TO DATAOK.
           IF ANOVAL < 2000 OR MESVAL < 1 OR MESVAL > 12
              OR DIAVAL < 1 OR DIAVAL > 31
               MOVE "N" TO DATAOK.
       FN-VALIDA-DATA-FIM.
           EXIT.

       FN-AUDIT-ALT.
           MOVE "A" TO TIPOAUD.
           MOVE "CADPADR" TO ARQAUDW.
           MOVE CHAVEPP TO CHAVEAUDW.
           PERFORM FN-AUDIT-GRAVA THRU FN-AUDIT-GRAVA-FIM.
       FN-AUDIT-ALT-FIM.
           EXIT.

       FN-AUDIT-EXC.
           MOVE "E" TO TIPOAUD.
           MOVE "CADPADR" TO ARQAUDW.
           MOVE CHAVEPP TO CHAVEAUDW.
           PERFORM FN-AUDIT-GRAVA THRU FN-AUDIT-GRAVA-FIM.
       FN-AUDIT-EXC-FIM.
           EXIT.

       FN-AUDIT-ALT-ITEM.
           MOVE "A" TO TIPOAUD.
           MOVE "CADPADRIT" TO ARQAUDW.
           MOVE CHAVEPPI TO CHAVEAUDW.
           PERFORM FN-AUDIT-GRAVA THRU FN-AUDIT-GRAVA-FIM.
       FN-AUDIT-ALT-ITEM-FIM.
           EXIT.

       FN-AUDIT-EXC-ITEM.
           MOVE "E" TO TIPOAUD.
           MOVE "CADPADRIT" TO ARQAUDW.
           MOVE CHAVEPPI TO CHAVEAUDW.
           PERFORM FN-AUDIT-GRAVA THRU FN-AUDIT-GRAVA-FIM.
       FN-AUDIT-EXC-ITEM-FIM.
           EXIT.

       FN-AUDIT-GRAVA.
           ACCEPT DATAAUDW FROM DATE YYYYMMDD.
           ACCEPT HORAAUDW FROM TIME.
           MOVE DATAAUDW TO DATAAUD.
           MOVE HORAAUDW TO HORAAUD.
           MOVE OPCODLOG TO OPERAUD.
           MOVE ARQAUDW TO ARQAUD.
           MOVE CHAVEAUDW TO CHAVEAUD.
           MOVE REGANTES TO ANTESAUD.
           MOVE DEPOISW TO DEPOISAUD.
           WRITE REGAUDIT.
       FN-AUDIT-GRAVA-FIM.
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
           CLOSE CADPADR.
           CLOSE CADPADRIT.
           CLOSE CADCLI.
           CLOSE CADVEND.
           CLOSE CADPROD.
           CLOSE CADCEP.
           CLOSE AUDIT.
           EXIT PROGRAM.
