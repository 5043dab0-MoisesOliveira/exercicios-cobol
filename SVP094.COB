       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP094.
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
               FILE STATUS  IS ERRO.

           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECLI
               FILE STATUS  IS ERRO.

           SELECT RELSACAB ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.

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
           03 DATAABSACR REDEFINES DATAABSAC.
               05 ANOABSAC PIC 9(04).
               05 MESABSAC PIC 9(02).
               05 DIAABSAC PIC 9(02).
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

       FD  RELSACAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELSACAB.DAT".
       01  LINHASACAB PIC X(80).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  FILIALSEL PIC 9(02) VALUE ZEROS.
       01  DATAHOJE PIC 9(08) VALUE ZEROS.
       01  DATAHOJER REDEFINES DATAHOJE.
           03 ANOHOJE PIC 9(04).
           03 MESHOJE PIC 9(02).
           03 DIAHOJE PIC 9(02).
       01  DIASHOJE PIC 9(07) VALUE ZEROS.
       01  DIASAB PIC 9(07) VALUE ZEROS.
       01  IDADEW PIC 9(05) VALUE ZEROS.
       01  FAIXAW PIC 9(01) VALUE ZEROS.
       01  IND PIC 9(01) VALUE ZEROS.
       01  QTDABERTOS PIC 9(05) VALUE ZEROS.
       01  QTDANDAMENTO PIC 9(05) VALUE ZEROS.
       01  QTDTOTAL PIC 9(05) VALUE ZEROS.
       01  MAIORIDADE PIC 9(05) VALUE ZEROS.
       01  TABFAIXAS.
           03 FILLER PIC X(20) VALUE " ATE 2 DIAS.......:".
           03 FILLER PIC X(20) VALUE " DE 3 A 7 DIAS....:".
           03 FILLER PIC X(20) VALUE " DE 8 A 15 DIAS...:".
           03 FILLER PIC X(20) VALUE " DE 16 A 30 DIAS..:".
           03 FILLER PIC X(20) VALUE " MAIS DE 30 DIAS..:".
       01  TABFAIXASR REDEFINES TABFAIXAS.
           03 DESCFAIXA PIC X(20) OCCURS 5 TIMES.
       01  TABQTDFAIXA.
           03 QTDFAIXA PIC 9(05) OCCURS 5 TIMES.
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

       01  LINCAB1.
           03 FILLER PIC X(40)
               VALUE " CHAMADOS SAC EM ABERTO (AGING) - FILIAL".
           03 FILLER PIC X(02) VALUE ": ".
           03 LCFILIAL PIC Z9.
           03 FILLER PIC X(04) VALUE SPACES.
           03 FILLER PIC X(06) VALUE "DATA: ".
           03 LCDATA PIC 9999/99/99.
       01  LINCAB2.
           03 FILLER PIC X(40)
               VALUE " CHAMADO ABERTURA  DIAS S CLIENTE NOME  ".
           03 FILLER PIC X(40)
               VALUE "              CATEGORIA      PEDIDO RESP".
       01  LINSAC.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSNUM PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSDATA PIC 9999/99/99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSIDADE PIC ZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSSIT PIC X(01).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSCLI PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSNOME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSCAT PIC X(14).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSPED PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSRESP PIC ZZZ9.
       01  LINTOTAL.
           03 LTDESC PIC X(40).
           03 LTQTD PIC ZZZZ9.
       01  LINAVISO.
           03 LAVISO PIC X(70).
       01  LINBRANCO PIC X(80) VALUE SPACES.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "SAC ABERTOS".
           03 ARQRELSP PIC X(14) VALUE "RELSACAB.DAT".
           03 OPERRELSP PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-PARAMETROS.
           DISPLAY " FILIAL: ".
           ACCEPT FILIALSEL.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           COMPUTE DIASHOJE = (ANOHOJE * 365) + (MESHOJE * 30)
               + DIAHOJE.
           MOVE ZEROS TO TABQTDFAIXA.

       FN-ABRE1.
           OPEN INPUT CADSAC
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADSAC NAO ENCONTRADO "
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO SAC =>" ERRO
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN INPUT CADCLI
           IF ERRO NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE =>" ERRO
                 CLOSE CADSAC
                 GO TO FN-FIM2.

       FN-ABRE3.
           OPEN OUTPUT RELSACAB
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ RELSACAB =>" ERRO2
                 CLOSE CADSAC CADCLI
                 GO TO FN-FIM2.

       FN-CABECALHO.
           MOVE FILIALSEL TO LCFILIAL.
           MOVE DATAHOJE TO LCDATA.
           WRITE LINHASACAB FROM LINCAB1.
           WRITE LINHASACAB FROM LINBRANCO.
           WRITE LINHASACAB FROM LINCAB2.

       FN-CHAMADOS.
           MOVE FILIALSEL TO FILIALSAC.
           MOVE ZEROS TO NUMSAC.
           START CADSAC KEY IS NOT LESS THAN CHAVESAC
               INVALID KEY GO TO FN-CHAMADOS-FIM.
       FN-CHAMADOS-LOOP.
           READ CADSAC NEXT RECORD
               AT END GO TO FN-CHAMADOS-FIM.
           IF FILIALSAC NOT = FILIALSEL
               GO TO FN-CHAMADOS-FIM.
           IF NOT CHAMADO-ABERTO AND NOT CHAMADO-ANDAMENTO
               GO TO FN-CHAMADOS-LOOP.
           ADD 1 TO QTDTOTAL.
           IF CHAMADO-ABERTO
               ADD 1 TO QTDABERTOS
           ELSE
               ADD 1 TO QTDANDAMENTO.
           COMPUTE DIASAB = (ANOABSAC * 365) + (MESABSAC * 30)
               + DIAABSAC.
           MOVE ZEROS TO IDADEW.
           IF DIASHOJE > DIASAB
               COMPUTE IDADEW = DIASHOJE - DIASAB
                   ON SIZE ERROR MOVE 99999 TO IDADEW.
           IF IDADEW > MAIORIDADE
               MOVE IDADEW TO MAIORIDADE.
           IF IDADEW < 3
               MOVE 1 TO FAIXAW
           ELSE IF IDADEW < 8
               MOVE 2 TO FAIXAW
           ELSE IF IDADEW < 16
               MOVE 3 TO FAIXAW
           ELSE IF IDADEW < 31
               MOVE 4 TO FAIXAW
           ELSE
               MOVE 5 TO FAIXAW.
           ADD 1 TO QTDFAIXA (FAIXAW).
           MOVE NUMSAC TO LSNUM.
           MOVE DATAABSAC TO LSDATA.
           MOVE IDADEW TO LSIDADE.
           MOVE SITSAC TO LSSIT.
           MOVE CLIENTESAC TO LSCLI.
           MOVE FILIALSAC TO CODFILCLI.
           MOVE CLIENTESAC TO CODCLIE.
           READ CADCLI
           IF ERRO = "00"
               MOVE NOME TO LSNOME
           ELSE
               MOVE "* NAO CADASTRADO *" TO LSNOME.
           MOVE SPACES TO LSCAT.
           IF CATSAC > ZEROS AND CATSAC < 9
               MOVE DESCCAT (CATSAC) TO LSCAT.
           MOVE PEDIDOSAC TO LSPED.
           MOVE RESPSAC TO LSRESP.
           WRITE LINHASACAB FROM LINSAC.
           GO TO FN-CHAMADOS-LOOP.
       FN-CHAMADOS-FIM.
           IF QTDTOTAL = ZEROS
               MOVE " NENHUM CHAMADO EM ABERTO PARA A FILIAL "
                   TO LAVISO
               WRITE LINHASACAB FROM LINAVISO.

       FN-TOTAIS.
           WRITE LINHASACAB FROM LINBRANCO.
           MOVE " CHAMADOS POR TEMPO EM ABERTO" TO LAVISO.
           WRITE LINHASACAB FROM LINAVISO.
           MOVE ZEROS TO IND.
       FN-TOTAIS-LOOP.
           ADD 1 TO IND.
           IF IND > 5
               GO TO FN-TOTAIS-FIM.
           MOVE SPACES TO LTDESC.
           MOVE DESCFAIXA (IND) TO LTDESC.
           MOVE QTDFAIXA (IND) TO LTQTD.
           WRITE LINHASACAB FROM LINTOTAL.
           GO TO FN-TOTAIS-LOOP.
       FN-TOTAIS-FIM.
           WRITE LINHASACAB FROM LINBRANCO.
           MOVE " CHAMADOS ABERTOS (A)..................:" TO LTDESC.
           MOVE QTDABERTOS TO LTQTD.
           WRITE LINHASACAB FROM LINTOTAL.
           MOVE " CHAMADOS EM ANDAMENTO (P).............:" TO LTDESC.
           MOVE QTDANDAMENTO TO LTQTD.
           WRITE LINHASACAB FROM LINTOTAL.
           MOVE " TOTAL EM ABERTO.......................:" TO LTDESC.
           MOVE QTDTOTAL TO LTQTD.
           WRITE LINHASACAB FROM LINTOTAL.
           MOVE " MAIOR TEMPO EM ABERTO (DIAS)..........:" TO LTDESC.
           MOVE MAIORIDADE TO LTQTD.
           WRITE LINHASACAB FROM LINTOTAL.

       FN-FIM.
           CLOSE CADSAC CADCLI.
           CLOSE RELSACAB.
           DISPLAY " CHAMADOS EM ABERTO CONCLUIDO ".
           DISPLAY " CHAMADOS EM ABERTO: " QTDTOTAL.
           DISPLAY " MAIOR TEMPO (DIAS): " MAIORIDADE.
           MOVE OPCODLOG TO OPERRELSP.
           CALL "SVP068" USING SPOOLPED.
           CANCEL "SVP068".
           EXIT PROGRAM.

       FN-FIM2.
           EXIT PROGRAM.
