       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP099.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCOMPRA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOMPRA
               FILE STATUS  IS ERRO.

           SELECT CADCOMPITEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOMPITEM
               FILE STATUS  IS ERRO.

           SELECT CADCONF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECONF
               FILE STATUS  IS ERRO.

           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFORN
               FILE STATUS  IS ERRO.

           SELECT CADCOT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOT
               FILE STATUS  IS ERRO.

           SELECT CADCOTITEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOTITEM
               FILE STATUS  IS ERRO.

           SELECT CADDEVF ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT CADSCORE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVESCORE
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT RELDIVER ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.

           SELECT RELSCORE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.

           SELECT ORDSCORE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD  CADCOMPRA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOMPRA.DAT".
       01  REGCOMPRA.
           03 CHAVECOMPRA.
               05 CODFILIAL PIC 9(02).
               05 CODCOMPRA PIC 9(06).
           03 FORNCOMPRA PIC 9(06).
           03 DATACOMPRA PIC 9(11).
           03 TOTALCOMPRA PIC 9(06)V9(03).
           03 OPERADORCOMPRA PIC 9(04).

       FD  CADCOMPITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOMPITEM.DAT".
       01  REGCOMPITEM.
           03 CHAVECOMPITEM.
               05 FILIALCOMPITEM PIC 9(02).
               05 COMPRAITEM PIC 9(06).
               05 ITEMSEQ PIC 9(03).
           03 PRODUTOCOMPITEM PIC 9(06).
           03 QUANTCOMPITEM PIC 9(04).
           03 PRECOCOMPITEM PIC 9(06)V9(03).
           03 TOTALCOMPITEM PIC 9(06)V9(03).

       FD  CADCONF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONF.DAT".
       01  REGCONF.
           03 CHAVECONF.
               05 FILIALCONF PIC 9(02).
               05 COMPRACONF PIC 9(06).
               05 ITEMCONF PIC 9(03).
           03 QTDCONF PIC 9(04).
           03 DATACONF PIC 9(08).
           03 OPERADORCONF PIC 9(04).

       FD  CADFORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFORN.DAT".
       01  REGFORN.
           03 CHAVEFORN.
               05 CODFILFORN PIC 9(02).
               05 CODFORN PIC 9(06).
           03 NOME PIC X(30).
           03 TIPOPESSOA PIC X(1).
           03 CNPJCPF PIC 9(15).
           03 NUMEROLOG PIC 9(5).
           03 CEPFORN PIC 9(08).
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
           03 SITFORN PIC X(01).
               88 FORNECEDOR-INATIVO VALUE "I".

       FD  CADCOT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOT.DAT".
       01  REGCOT.
           03 CHAVECOT.
               05 FILIALCOT PIC 9(02).
               05 CODCOT PIC 9(06).
           03 DATACOT PIC 9(08).
           03 SITCOT PIC X(01).
               88 COTACAO-ABERTA VALUE "A".
               88 COTACAO-CONVERTIDA VALUE "C".

       FD  CADCOTITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOTITEM.DAT".
       01  REGCOTITEM.
           03 CHAVECOTITEM.
               05 FILIALCOTI PIC 9(02).
               05 COTITEM PIC 9(06).
               05 PRODUTOCOTI PIC 9(06).
               05 FORNCOTI PIC 9(06).
           03 QTDCOTI PIC 9(04).
           03 PRECOCOTI PIC 9(06)V9(03).
           03 PRAZOCOTI PIC 9(03).

       FD  CADDEVF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEVF.DAT".
       01  REGDEVF.
           03 FILIALDEVF PIC 9(02).
           03 NUMDEVF PIC 9(06).
           03 COMPRADEVF PIC 9(06).
           03 ITEMDEVF PIC 9(03).
           03 FORNDEVF PIC 9(06).
           03 DATADEVF PIC 9(08).
           03 HORADEVF PIC 9(06).
           03 OPERADORDEVF PIC 9(04).
           03 PRODUTODEVF PIC 9(06).
           03 QTDDEVFREG PIC 9(04).
           03 LOTEDEVF PIC X(10).
           03 VALORDEVFREG PIC 9(06)V9(03).
           03 MOTIVODEVF PIC X(30).

       FD  CADSCORE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSCORE.DAT".
       01  REGSCORE.
           03 CHAVESCORE.
               05 FILIALSC PIC 9(02).
               05 FORNSC PIC 9(06).
           03 DATASC PIC 9(08).
           03 INISC PIC 9(08).
           03 FIMSC PIC 9(08).
           03 COMPSC PIC 9(04).
           03 RECEBSC PIC 9(04).
           03 PRAZOSC PIC 9(03)V9(01).
           03 ATENDSC PIC 9(03)V9(01).
           03 DIVSC PIC 9(04).
           03 DEVSC PIC 9(04).
           03 PRECOSC PIC S9(03)V9(01).
           03 NOTASC PIC 9(03).

       FD  RELDIVER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELDIVER.DAT".
       01  LINHADIVER PIC X(80).
       01  LINHADIVR.
           03 RDTAG PIC X(05).
           03 RDFILIAL PIC 9(02).
           03 FILLER PIC X(08).
           03 RDCOMPRA PIC 9(06).
           03 FILLER PIC X(06).
           03 RDFORN PIC 9(06).
           03 FILLER PIC X(47).

       FD  RELSCORE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELSCORE.DAT".
       01  LINHASCORE PIC X(80).

       SD  ORDSCORE.
       01  REGORD.
           03 ORDFORN PIC 9(06).
           03 ORDCOMPRA PIC 9(06).
           03 ORDTIPO PIC X(01).
           03 ORDDOC PIC 9(06).
           03 ORDCONF PIC X(01).
           03 ORDPRAZO PIC 9(05).
           03 ORDQTDPED PIC 9(07).
           03 ORDQTDREC PIC 9(07).
           03 ORDVALPAGO PIC 9(09)V9(03).
           03 ORDVALCOT PIC 9(09)V9(03).
           03 ORDQTDDEV PIC 9(05).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  COTOK PIC X(01) VALUE "N".
       01  DEVOK PIC X(01) VALUE "N".
       01  DIVOK PIC X(01) VALUE "N".
       01  FILIALSEL PIC 9(02) VALUE ZEROS.
       01  FORNSEL PIC 9(06) VALUE ZEROS.
       01  DATAINI PIC 9(08) VALUE ZEROS.
       01  DATAINIR REDEFINES DATAINI.
           03 ANOINI PIC 9(04).
           03 MESINI PIC 9(02).
           03 DIAINI PIC 9(02).
       01  DATAFIM PIC 9(08) VALUE ZEROS.
       01  DATAFIMR REDEFINES DATAFIM.
           03 ANOFIM PIC 9(04).
           03 MESFIM PIC 9(02).
           03 DIAFIM PIC 9(02).
       01  DATAHOJE PIC 9(08) VALUE ZEROS.
       01  DATACOMPW PIC 9(08) VALUE ZEROS.
       01  DATACOMPR REDEFINES DATACOMPW.
           03 DIACOMP PIC 9(02).
           03 MESCOMP PIC 9(02).
           03 ANOCOMP PIC 9(04).
       01  DATACOMPAMD PIC 9(08) VALUE ZEROS.
       01  DATACONFW PIC 9(08) VALUE ZEROS.
       01  DATACONFR REDEFINES DATACONFW.
           03 ANOCONFW PIC 9(04).
           03 MESCONFW PIC 9(02).
           03 DIACONFW PIC 9(02).
       01  DIASCOMP PIC S9(07) VALUE ZEROS.
       01  DIASCONF PIC S9(07) VALUE ZEROS.
       01  PRAZOW PIC S9(05) VALUE ZEROS.
       01  FILIALSCAN PIC 9(02) VALUE ZEROS.
       01  COMPSCAN PIC 9(06) VALUE ZEROS.
       01  COTSCAN PIC 9(06) VALUE ZEROS.
       01  CONFSIM PIC X(01) VALUE "N".
       01  QTDPEDW PIC 9(07) VALUE ZEROS.
       01  QTDRECW PIC 9(07) VALUE ZEROS.
       01  VALPAGOW PIC 9(09)V9(03) VALUE ZEROS.
       01  VALCOTW PIC 9(09)V9(03) VALUE ZEROS.
       01  PRODCOTW PIC 9(06) VALUE ZEROS.
       01  FORNCOTW PIC 9(06) VALUE ZEROS.
       01  PRECOCOTW PIC 9(06)V9(03) VALUE ZEROS.
       01  COTACHADA PIC X(01) VALUE "N".

       01  TABCOTACAO.
           03 TBCOTOCC OCCURS 1000 TIMES.
               05 TBCOTFORN PIC 9(06).
               05 TBCOTPROD PIC 9(06).
               05 TBCOTDATA PIC 9(08).
               05 TBCOTNUM PIC 9(06).
               05 TBCOTPRECO PIC 9(06)V9(03).
       01  NCOT PIC 9(04) VALUE ZEROS.
       01  IX PIC 9(04) VALUE ZEROS.
       01  COTCHEIO PIC X(01) VALUE "N".

       01  PRIMEIRA PIC X(01) VALUE "S".
       01  FORNANT PIC 9(06) VALUE ZEROS.
       01  COMPANT PIC 9(06) VALUE ZEROS.
       01  DEVANT PIC 9(06) VALUE ZEROS.
       01  TEMCOMPRA PIC X(01) VALUE "N".
       01  COMPRECEB PIC X(01) VALUE "N".
       01  DIVCONTADA PIC X(01) VALUE "N".
       01  ACCOMPRAS PIC 9(04) VALUE ZEROS.
       01  ACRECEB PIC 9(04) VALUE ZEROS.
       01  ACPRAZO PIC 9(08) VALUE ZEROS.
       01  ACQTDPED PIC 9(09) VALUE ZEROS.
       01  ACQTDREC PIC 9(09) VALUE ZEROS.
       01  ACDIVERG PIC 9(04) VALUE ZEROS.
       01  ACDEV PIC 9(04) VALUE ZEROS.
       01  ACQTDDEV PIC 9(07) VALUE ZEROS.
       01  ACVALPAGO PIC 9(11)V9(03) VALUE ZEROS.
       01  ACVALCOT PIC 9(11)V9(03) VALUE ZEROS.
       01  PRAZOMED PIC 9(05)V9(01) VALUE ZEROS.
       01  ATENDPCT PIC 9(05)V9(01) VALUE ZEROS.
       01  DIVPCT PIC 9(05)V9(01) VALUE ZEROS.
       01  DEVPCT PIC 9(05)V9(01) VALUE ZEROS.
       01  PRECOPCT PIC S9(05)V9(01) VALUE ZEROS.
       01  PONTATEND PIC 9(03)V9(02) VALUE ZEROS.
       01  PONTPRAZO PIC 9(03)V9(02) VALUE ZEROS.
       01  PONTDIV PIC 9(03)V9(02) VALUE ZEROS.
       01  PONTDEV PIC 9(03)V9(02) VALUE ZEROS.
       01  PONTPRECO PIC 9(03)V9(02) VALUE ZEROS.
       01  NOTAW PIC 9(03) VALUE ZEROS.
       01  PRAZOREF PIC 9(03) VALUE 7.
       01  QTDFORN PIC 9(04) VALUE ZEROS.
       01  QTDNOTAS PIC 9(04) VALUE ZEROS.

       01  LINCAB1.
           03 FILLER PIC X(39)
               VALUE " DESEMPENHO DE FORNECEDORES - FILIAL: ".
           03 LCFILIAL PIC 99.
           03 FILLER PIC X(12) VALUE "  PERIODO: ".
           03 LCINI PIC 9999/99/99.
           03 FILLER PIC X(03) VALUE " A ".
           03 LCFIM PIC 9999/99/99.
       01  LINCAB2.
           03 FILLER PIC X(40)
               VALUE " NOTA = ATENDIMENTO 40 + PRAZO 20 + DIVE".
           03 FILLER PIC X(40)
               VALUE "RGENCIA 20 + DEVOLUCAO 10 + PRECO 10".
       01  LINFORN1.
           03 FILLER PIC X(07) VALUE " FORN: ".
           03 LFFORN PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LFNOME PIC X(30).
           03 FILLER PIC X(09) VALUE "   NOTA: ".
           03 LFNOTA PIC X(20).
       01  LINFORN2.
           03 FILLER PIC X(13) VALUE "    COMPRAS: ".
           03 LFCOMPRAS PIC ZZZ9.
           03 FILLER PIC X(13) VALUE "  RECEBIDAS: ".
           03 LFRECEB PIC ZZZ9.
           03 FILLER PIC X(16) VALUE "  PRAZO MEDIO: ".
           03 LFPRAZO PIC ZZ9,9.
           03 FILLER PIC X(05) VALUE " DIAS".
       01  LINFORN3.
           03 FILLER PIC X(17) VALUE "    ATENDIMENTO: ".
           03 LFATEND PIC ZZ9,9.
           03 FILLER PIC X(11) VALUE "%  DIVERG: ".
           03 LFDIVERG PIC ZZZ9.
           03 FILLER PIC X(09) VALUE "  DEVOL: ".
           03 LFDEV PIC ZZZ9.
           03 FILLER PIC X(15) VALUE "  PRECO X COT: ".
           03 LFPRECOG.
               05 LFPRECO PIC -ZZ9,9.
               05 LFPCT PIC X(01).
       01  LINTOTAL.
           03 LTDESC PIC X(30).
           03 LTQTD PIC ZZZ9.
       01  LINAVISO.
           03 LAVISO PIC X(70).
       01  LINBRANCO PIC X(80) VALUE SPACES.
       01  NOTAED PIC ZZ9.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "DESEMP FORN".
           03 ARQRELSP PIC X(14) VALUE "RELSCORE.DAT".
           03 OPERRELSP PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-PARAMETROS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY " DESEMPENHO DE FORNECEDORES ".
           DISPLAY " FILIAL: ".
           ACCEPT FILIALSEL.
           IF FILIALSEL = ZEROS
               DISPLAY " FILIAL INVALIDA "
               GO TO FN-FIM2.
           DISPLAY " DATA INICIAL DAS COMPRAS (AAAAMMDD): ".
           ACCEPT DATAINI.
           IF MESINI < 1 OR MESINI > 12 OR DIAINI < 1 OR DIAINI > 31
               DISPLAY " DATA INVALIDA "
               GO TO FN-FIM2.
           DISPLAY " DATA FINAL DAS COMPRAS (AAAAMMDD): ".
           ACCEPT DATAFIM.
           IF MESFIM < 1 OR MESFIM > 12 OR DIAFIM < 1 OR DIAFIM > 31
               DISPLAY " DATA INVALIDA "
               GO TO FN-FIM2.
           IF DATAFIM < DATAINI
               DISPLAY " PERIODO INVALIDO "
               GO TO FN-FIM2.
           DISPLAY " FORNECEDOR (000000 = TODOS): ".
           ACCEPT FORNSEL.

       FN-ABRE1.
           OPEN INPUT CADCOMPRA
           IF ERRO NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO COMPRA =>" ERRO
                 GO TO FN-FIM2.

       FN-ABRE2.
           OPEN INPUT CADCOMPITEM
           IF ERRO NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ COMPITEM =>" ERRO
                 CLOSE CADCOMPRA
                 GO TO FN-FIM2.

       FN-ABRE3.
           OPEN INPUT CADCONF
           IF ERRO NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONF =>" ERRO
                 CLOSE CADCOMPRA CADCOMPITEM
                 GO TO FN-FIM2.

       FN-ABRE4.
           OPEN INPUT CADFORN
           IF ERRO NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO FORN =>" ERRO
                 CLOSE CADCOMPRA CADCOMPITEM CADCONF
                 GO TO FN-FIM2.

       FN-ABRE5.
           OPEN I-O CADSCORE
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADSCORE
                 CLOSE CADSCORE
                 DISPLAY " ARQUIVO SENDO CRIADO "
                 GO TO FN-ABRE5
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO SCORE =>" ERRO
                 CLOSE CADCOMPRA CADCOMPITEM CADCONF CADFORN
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE6.
           OPEN OUTPUT RELSCORE
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ RELSCORE =>" ERRO2
                 CLOSE CADCOMPRA CADCOMPITEM CADCONF CADFORN CADSCORE
                 GO TO FN-FIM2.

       FN-ABRE7.
           MOVE "N" TO COTOK.
           OPEN INPUT CADCOT
           IF ERRO NOT = "00"
               GO TO FN-ABRE8.
           OPEN INPUT CADCOTITEM
           IF ERRO NOT = "00"
               CLOSE CADCOT
               GO TO FN-ABRE8.
           MOVE "S" TO COTOK.

       FN-ABRE8.
           MOVE "N" TO DEVOK.
           OPEN INPUT CADDEVF
           IF ERRO = "00"
               MOVE "S" TO DEVOK.

       FN-ABRE9.
           MOVE "N" TO DIVOK.
           OPEN INPUT RELDIVER
           IF ERRO2 = "00"
               MOVE "S" TO DIVOK.

       FN-CABECALHO.
           MOVE FILIALSEL TO LCFILIAL.
           MOVE DATAINI TO LCINI.
           MOVE DATAFIM TO LCFIM.
           WRITE LINHASCORE FROM LINCAB1.
           WRITE LINHASCORE FROM LINCAB2.
           IF COTOK = "S"
               PERFORM FN-CARREGA-COT THRU FN-CARREGA-COT-FIM.
           SORT ORDSCORE
               ON ASCENDING KEY ORDFORN ORDCOMPRA ORDTIPO ORDDOC
               INPUT PROCEDURE IS FN-SELECIONA THRU FN-SELECIONA-FIM
               OUTPUT PROCEDURE IS FN-IMPRIME THRU FN-IMPRIME-FIM.
           GO TO FN-FIM.

       FN-CARREGA-COT.
           MOVE ZEROS TO NCOT.
           MOVE "N" TO COTCHEIO.
           MOVE FILIALSEL TO FILIALCOTI.
           MOVE ZEROS TO COTITEM PRODUTOCOTI FORNCOTI.
           START CADCOTITEM KEY IS NOT LESS THAN CHAVECOTITEM
               INVALID KEY GO TO FN-CARREGA-COT-FIM.
           MOVE ZEROS TO COTSCAN.
       FN-CARREGA-COT-LOOP.
           READ CADCOTITEM NEXT RECORD
               AT END GO TO FN-CARREGA-COT-FIM.
           IF FILIALCOTI NOT = FILIALSEL
               GO TO FN-CARREGA-COT-FIM.
           IF FORNCOTI = ZEROS OR PRECOCOTI = ZEROS
               GO TO FN-CARREGA-COT-LOOP.
           IF FORNSEL NOT = ZEROS AND FORNCOTI NOT = FORNSEL
               GO TO FN-CARREGA-COT-LOOP.
           IF COTITEM NOT = COTSCAN
               MOVE COTITEM TO COTSCAN
               MOVE FILIALCOTI TO FILIALCOT
               MOVE COTITEM TO CODCOT
               READ CADCOT
                   INVALID KEY MOVE ZEROS TO DATACOT.
           MOVE FORNCOTI TO FORNCOTW.
           MOVE PRODUTOCOTI TO PRODCOTW.
           PERFORM FN-BUSCA-COT THRU FN-BUSCA-COT-FIM.
           IF COTACHADA = "S"
               IF DATACOT < TBCOTDATA (IX)
                   GO TO FN-CARREGA-COT-LOOP
               ELSE
                   NEXT SENTENCE
           ELSE IF NCOT NOT < 1000
               MOVE "S" TO COTCHEIO
               GO TO FN-CARREGA-COT-LOOP
           ELSE
               ADD 1 TO NCOT
               MOVE NCOT TO IX
               MOVE FORNCOTI TO TBCOTFORN (IX)
               MOVE PRODUTOCOTI TO TBCOTPROD (IX).
           MOVE DATACOT TO TBCOTDATA (IX).
           MOVE COTITEM TO TBCOTNUM (IX).
           MOVE PRECOCOTI TO TBCOTPRECO (IX).
           GO TO FN-CARREGA-COT-LOOP.
       FN-CARREGA-COT-FIM.
           IF COTCHEIO = "S"
               DISPLAY " TABELA DE COTACOES CHEIA - PRECOS PARCIAIS ".
           EXIT.

       FN-BUSCA-COT.
           MOVE "N" TO COTACHADA.
           MOVE ZEROS TO IX.
       FN-BUSCA-COT-LOOP.
           ADD 1 TO IX.
           IF IX > NCOT
               GO TO FN-BUSCA-COT-FIM.
           IF TBCOTFORN (IX) = FORNCOTW AND TBCOTPROD (IX) = PRODCOTW
               MOVE "S" TO COTACHADA
               MOVE TBCOTPRECO (IX) TO PRECOCOTW
               GO TO FN-BUSCA-COT-FIM.
           GO TO FN-BUSCA-COT-LOOP.
       FN-BUSCA-COT-FIM.
           EXIT.

       FN-SELECIONA.
           MOVE FILIALSEL TO CODFILIAL.
           MOVE ZEROS TO CODCOMPRA.
           START CADCOMPRA KEY IS NOT LESS THAN CHAVECOMPRA
               INVALID KEY GO TO FN-SELECIONA-DIV.
       FN-SELECIONA-LOOP.
           READ CADCOMPRA NEXT RECORD
               AT END GO TO FN-SELECIONA-DIV.
           IF CODFILIAL NOT = FILIALSEL
               GO TO FN-SELECIONA-DIV.
           IF FORNCOMPRA = ZEROS
               GO TO FN-SELECIONA-LOOP.
           IF FORNSEL NOT = ZEROS AND FORNCOMPRA NOT = FORNSEL
               GO TO FN-SELECIONA-LOOP.
           MOVE DATACOMPRA TO DATACOMPW.
           COMPUTE DATACOMPAMD =
               (ANOCOMP * 10000) + (MESCOMP * 100) + DIACOMP.
           IF DATACOMPAMD < DATAINI OR DATACOMPAMD > DATAFIM
               GO TO FN-SELECIONA-LOOP.
           PERFORM FN-ITENS THRU FN-ITENS-FIM.
           MOVE FORNCOMPRA TO ORDFORN.
           MOVE CODCOMPRA TO ORDCOMPRA.
           MOVE "C" TO ORDTIPO.
           MOVE ZEROS TO ORDDOC ORDQTDDEV ORDPRAZO.
           MOVE CONFSIM TO ORDCONF.
           IF CONFSIM = "S"
               COMPUTE DIASCOMP =
                   (ANOCOMP * 365) + (MESCOMP * 30) + DIACOMP
               COMPUTE DIASCONF =
                   (ANOCONFW * 365) + (MESCONFW * 30) + DIACONFW
               COMPUTE PRAZOW = DIASCONF - DIASCOMP
               IF PRAZOW > ZEROS
                   MOVE PRAZOW TO ORDPRAZO.
           MOVE QTDPEDW TO ORDQTDPED.
           MOVE QTDRECW TO ORDQTDREC.
           MOVE VALPAGOW TO ORDVALPAGO.
           MOVE VALCOTW TO ORDVALCOT.
           RELEASE REGORD.
           GO TO FN-SELECIONA-LOOP.
       FN-SELECIONA-DIV.
           IF DIVOK NOT = "S"
               GO TO FN-SELECIONA-DEV.
       FN-SELECIONA-DIV-LOOP.
           READ RELDIVER
               AT END GO TO FN-SELECIONA-DEV.
           IF RDTAG NOT = " FIL "
               GO TO FN-SELECIONA-DIV-LOOP.
           IF RDFILIAL NOT NUMERIC OR RDCOMPRA NOT NUMERIC
               OR RDFORN NOT NUMERIC
               GO TO FN-SELECIONA-DIV-LOOP.
           IF RDFILIAL NOT = FILIALSEL
               GO TO FN-SELECIONA-DIV-LOOP.
           IF FORNSEL NOT = ZEROS AND RDFORN NOT = FORNSEL
               GO TO FN-SELECIONA-DIV-LOOP.
           MOVE RDFORN TO ORDFORN.
           MOVE RDCOMPRA TO ORDCOMPRA.
           MOVE "D" TO ORDTIPO.
           MOVE ZEROS TO ORDDOC ORDPRAZO ORDQTDPED ORDQTDREC
           ORDVALPAGO ORDVALCOT ORDQTDDEV.
           MOVE "N" TO ORDCONF.
           RELEASE REGORD.
           GO TO FN-SELECIONA-DIV-LOOP.
       FN-SELECIONA-DEV.
           IF DEVOK NOT = "S"
               GO TO FN-SELECIONA-FIM.
       FN-SELECIONA-DEV-LOOP.
           READ CADDEVF
               AT END GO TO FN-SELECIONA-FIM.
           IF FILIALDEVF NOT = FILIALSEL
               GO TO FN-SELECIONA-DEV-LOOP.
           IF FORNSEL NOT = ZEROS AND FORNDEVF NOT = FORNSEL
               GO TO FN-SELECIONA-DEV-LOOP.
           IF DATADEVF < DATAINI OR DATADEVF > DATAFIM
               GO TO FN-SELECIONA-DEV-LOOP.
           MOVE FORNDEVF TO ORDFORN.
           MOVE COMPRADEVF TO ORDCOMPRA.
           MOVE "R" TO ORDTIPO.
           MOVE NUMDEVF TO ORDDOC.
           MOVE ZEROS TO ORDPRAZO ORDQTDPED ORDQTDREC
           ORDVALPAGO ORDVALCOT.
           MOVE QTDDEVFREG TO ORDQTDDEV.
           MOVE "N" TO ORDCONF.
           RELEASE REGORD.
           GO TO FN-SELECIONA-DEV-LOOP.
       FN-SELECIONA-FIM.
           EXIT.

       FN-ITENS.
           MOVE "N" TO CONFSIM.
           MOVE ZEROS TO QTDPEDW QTDRECW VALPAGOW VALCOTW DATACONFW.
           MOVE CODFILIAL TO FILIALSCAN FILIALCOMPITEM.
           MOVE CODCOMPRA TO COMPSCAN COMPRAITEM.
           MOVE ZEROS TO ITEMSEQ.
           START CADCOMPITEM KEY IS NOT LESS THAN CHAVECOMPITEM
               INVALID KEY GO TO FN-ITENS-FIM.
       FN-ITENS-LOOP.
           READ CADCOMPITEM NEXT RECORD
               AT END GO TO FN-ITENS-FIM.
           IF FILIALCOMPITEM NOT = FILIALSCAN
               OR COMPRAITEM NOT = COMPSCAN
               GO TO FN-ITENS-FIM.
           IF COTOK = "S"
               MOVE FORNCOMPRA TO FORNCOTW
               MOVE PRODUTOCOMPITEM TO PRODCOTW
               PERFORM FN-BUSCA-COT THRU FN-BUSCA-COT-FIM
               IF COTACHADA = "S"
                   COMPUTE VALPAGOW = VALPAGOW +
                       (PRECOCOMPITEM * QUANTCOMPITEM)
                   COMPUTE VALCOTW = VALCOTW +
                       (PRECOCOTW * QUANTCOMPITEM).
           MOVE FILIALCOMPITEM TO FILIALCONF.
           MOVE COMPRAITEM TO COMPRACONF.
           MOVE ITEMSEQ TO ITEMCONF.
           READ CADCONF
               INVALID KEY GO TO FN-ITENS-LOOP.
           MOVE "S" TO CONFSIM.
           ADD QUANTCOMPITEM TO QTDPEDW.
           ADD QTDCONF TO QTDRECW.
           IF DATACONF > DATACONFW
               MOVE DATACONF TO DATACONFW.
           GO TO FN-ITENS-LOOP.
       FN-ITENS-FIM.
           EXIT.

       FN-IMPRIME.
           MOVE "S" TO PRIMEIRA.
           MOVE ZEROS TO QTDFORN QTDNOTAS.
       FN-IMPRIME-LOOP.
           RETURN ORDSCORE
               AT END GO TO FN-IMPRIME-ULT.
           IF PRIMEIRA = "S"
               MOVE "N" TO PRIMEIRA
               PERFORM FN-ABRE-FORN THRU FN-ABRE-FORN-FIM
           ELSE IF ORDFORN NOT = FORNANT
               PERFORM FN-FECHA-FORN THRU FN-FECHA-FORN-FIM
               PERFORM FN-ABRE-FORN THRU FN-ABRE-FORN-FIM.
           IF ORDCOMPRA NOT = COMPANT
               MOVE ORDCOMPRA TO COMPANT
               MOVE "N" TO TEMCOMPRA COMPRECEB DIVCONTADA
               MOVE ZEROS TO DEVANT.
           IF ORDTIPO = "C"
               PERFORM FN-SOMA-COMPRA THRU FN-SOMA-COMPRA-FIM
           ELSE IF ORDTIPO = "D"
               IF COMPRECEB = "S" AND DIVCONTADA = "N"
                   MOVE "S" TO DIVCONTADA
                   ADD 1 TO ACDIVERG
               ELSE
                   NEXT SENTENCE
           ELSE IF ORDDOC NOT = DEVANT
               MOVE ORDDOC TO DEVANT
               ADD 1 TO ACDEV
               ADD ORDQTDDEV TO ACQTDDEV
           ELSE
               ADD ORDQTDDEV TO ACQTDDEV.
           GO TO FN-IMPRIME-LOOP.
       FN-IMPRIME-ULT.
           IF PRIMEIRA = "S"
               MOVE "   NENHUMA COMPRA OU DEVOLUCAO NO PERIODO"
                   TO LAVISO
               WRITE LINHASCORE FROM LINAVISO
               GO TO FN-IMPRIME-FIM.
           PERFORM FN-FECHA-FORN THRU FN-FECHA-FORN-FIM.
           WRITE LINHASCORE FROM LINBRANCO.
           MOVE " FORNECEDORES LISTADOS......: " TO LTDESC.
           MOVE QTDFORN TO LTQTD.
           WRITE LINHASCORE FROM LINTOTAL.
           MOVE " NOTAS ATUALIZADAS..........: " TO LTDESC.
           MOVE QTDNOTAS TO LTQTD.
           WRITE LINHASCORE FROM LINTOTAL.
       FN-IMPRIME-FIM.
           EXIT.

       FN-SOMA-COMPRA.
           MOVE "S" TO TEMCOMPRA.
           ADD 1 TO ACCOMPRAS.
           IF ORDCONF NOT = "S"
               GO TO FN-SOMA-COMPRA-FIM.
           MOVE "S" TO COMPRECEB.
           ADD 1 TO ACRECEB.
           ADD ORDPRAZO TO ACPRAZO.
           ADD ORDQTDPED TO ACQTDPED.
           ADD ORDQTDREC TO ACQTDREC.
           ADD ORDVALPAGO TO ACVALPAGO.
           ADD ORDVALCOT TO ACVALCOT.
       FN-SOMA-COMPRA-FIM.
           EXIT.

       FN-ABRE-FORN.
           MOVE ORDFORN TO FORNANT.
           MOVE ZEROS TO COMPANT DEVANT.
           MOVE "N" TO TEMCOMPRA COMPRECEB DIVCONTADA.
           MOVE ZEROS TO ACCOMPRAS ACRECEB ACPRAZO ACQTDPED ACQTDREC
           ACDIVERG ACDEV ACQTDDEV ACVALPAGO ACVALCOT.
       FN-ABRE-FORN-FIM.
           EXIT.

       FN-FECHA-FORN.
           IF ACCOMPRAS = ZEROS AND ACDEV = ZEROS
               GO TO FN-FECHA-FORN-FIM.
           ADD 1 TO QTDFORN.
           MOVE ZEROS TO PRAZOMED ATENDPCT DIVPCT DEVPCT PRECOPCT.
           IF ACRECEB > ZEROS
               COMPUTE PRAZOMED ROUNDED = ACPRAZO / ACRECEB
               COMPUTE DIVPCT ROUNDED = ACDIVERG * 100 / ACRECEB
               COMPUTE DEVPCT ROUNDED = ACDEV * 100 / ACRECEB.
           IF ACQTDPED > ZEROS
               COMPUTE ATENDPCT ROUNDED = ACQTDREC * 100 / ACQTDPED.
           IF ACVALCOT > ZEROS
               COMPUTE PRECOPCT ROUNDED =
                   (ACVALPAGO - ACVALCOT) * 100 / ACVALCOT.
           IF PRAZOMED > 999,9
               MOVE 999,9 TO PRAZOMED.
           IF ATENDPCT > 999,9
               MOVE 999,9 TO ATENDPCT.
           IF PRECOPCT > 999,9
               MOVE 999,9 TO PRECOPCT.
           IF PRECOPCT < -999,9
               MOVE -999,9 TO PRECOPCT.
           MOVE FILIALSEL TO CODFILFORN.
           MOVE FORNANT TO CODFORN.
           READ CADFORN
               INVALID KEY MOVE "* NAO CADASTRADO *" TO NOME.
           MOVE FORNANT TO LFFORN.
           MOVE NOME TO LFNOME.
           MOVE ACCOMPRAS TO LFCOMPRAS.
           MOVE ACRECEB TO LFRECEB.
           MOVE PRAZOMED TO LFPRAZO.
           MOVE ATENDPCT TO LFATEND.
           MOVE ACDIVERG TO LFDIVERG.
           MOVE ACDEV TO LFDEV.
           IF ACVALCOT > ZEROS
               MOVE PRECOPCT TO LFPRECO
               MOVE "%" TO LFPCT
           ELSE
               MOVE " S/COT" TO LFPRECOG.
           IF ACRECEB = ZEROS
               MOVE "SEM RECEBIMENTOS" TO LFNOTA
           ELSE
               PERFORM FN-NOTA THRU FN-NOTA-FIM
               MOVE NOTAW TO NOTAED
               MOVE NOTAED TO LFNOTA
               PERFORM FN-GRAVA-NOTA THRU FN-GRAVA-NOTA-FIM.
           WRITE LINHASCORE FROM LINBRANCO.
           WRITE LINHASCORE FROM LINFORN1.
           WRITE LINHASCORE FROM LINFORN2.
           WRITE LINHASCORE FROM LINFORN3.
       FN-FECHA-FORN-FIM.
           EXIT.

       FN-NOTA.
           IF ATENDPCT > 100
               MOVE 40 TO PONTATEND
           ELSE
               COMPUTE PONTATEND = ATENDPCT * 40 / 100.
           IF PRAZOMED NOT > PRAZOREF
               MOVE 20 TO PONTPRAZO
           ELSE IF PRAZOMED NOT < PRAZOREF + 20
               MOVE ZEROS TO PONTPRAZO
           ELSE
               COMPUTE PONTPRAZO = 20 - (PRAZOMED - PRAZOREF).
           IF DIVPCT > 100
               MOVE ZEROS TO PONTDIV
           ELSE
               COMPUTE PONTDIV = 20 - (DIVPCT * 20 / 100).
           IF DEVPCT > 100
               MOVE ZEROS TO PONTDEV
           ELSE
               COMPUTE PONTDEV = 10 - (DEVPCT * 10 / 100).
           IF ACVALCOT = ZEROS OR PRECOPCT NOT > ZEROS
               MOVE 10 TO PONTPRECO
           ELSE IF PRECOPCT NOT < 10
               MOVE ZEROS TO PONTPRECO
           ELSE
               COMPUTE PONTPRECO = 10 - PRECOPCT.
           COMPUTE NOTAW ROUNDED = PONTATEND + PONTPRAZO + PONTDIV
               + PONTDEV + PONTPRECO.
       FN-NOTA-FIM.
           EXIT.

       FN-GRAVA-NOTA.
           MOVE FILIALSEL TO FILIALSC.
           MOVE FORNANT TO FORNSC.
           MOVE DATAHOJE TO DATASC.
           MOVE DATAINI TO INISC.
           MOVE DATAFIM TO FIMSC.
           MOVE ACCOMPRAS TO COMPSC.
           MOVE ACRECEB TO RECEBSC.
           MOVE PRAZOMED TO PRAZOSC.
           MOVE ATENDPCT TO ATENDSC.
           MOVE ACDIVERG TO DIVSC.
           MOVE ACDEV TO DEVSC.
           MOVE PRECOPCT TO PRECOSC.
           MOVE NOTAW TO NOTASC.
           WRITE REGSCORE
           IF ERRO = "22"
               REWRITE REGSCORE.
           IF ERRO = "00"
               ADD 1 TO QTDNOTAS.
       FN-GRAVA-NOTA-FIM.
           EXIT.

       FN-FIM.
           CLOSE CADCOMPRA CADCOMPITEM CADCONF CADFORN CADSCORE.
           IF COTOK = "S"
               CLOSE CADCOT CADCOTITEM.
           IF DEVOK = "S"
               CLOSE CADDEVF.
           IF DIVOK = "S"
               CLOSE RELDIVER.
           CLOSE RELSCORE.
           DISPLAY " DESEMPENHO DE FORNECEDORES CONCLUIDO ".
           DISPLAY " FORNECEDORES LISTADOS.: " QTDFORN.
           DISPLAY " NOTAS ATUALIZADAS.....: " QTDNOTAS.
           MOVE OPCODLOG TO OPERRELSP.
           CALL "SVP068" USING SPOOLPED.
           CANCEL "SVP068".
           EXIT PROGRAM.

       FN-FIM2.
           EXIT PROGRAM.
