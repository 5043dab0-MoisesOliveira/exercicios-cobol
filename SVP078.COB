       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP078.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECTA
               FILE STATUS  IS ERRO.

           SELECT CADMOVCTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMC
               FILE STATUS  IS ERRO.

           SELECT RELCAIXA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD  CADCONTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONTA.DAT".
       01  REGCONTA.
           03 CHAVECTA.
               05 FILIALCTA PIC 9(02).
               05 CODCTA PIC 9(03).
           03 DESCRCTA PIC X(30).
           03 TIPOCTA PIC X(01).
               88 CONTA-BANCO VALUE "B".
               88 CONTA-CAIXA VALUE "C".
           03 BANCOCTA PIC 9(03).
           03 AGENCIACTA PIC X(06).
           03 NUMEROCTA PIC X(12).
           03 SALDOINICTA PIC 9(08)V9(03).
           03 SITCTA PIC X(01).
               88 CONTA-ATIVA VALUE "A".
               88 CONTA-INATIVA VALUE "I".

       FD  CADMOVCTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMOVCTA.DAT".
       01  REGMOVCTA.
           03 CHAVEMC.
               05 FILIALMC PIC 9(02).
               05 CONTAMC PIC 9(03).
               05 DATAMC PIC 9(08).
               05 SEQMC PIC 9(04).
           03 TIPOMC PIC X(01).
               88 MOV-CREDITO VALUE "C".
               88 MOV-DEBITO VALUE "D".
           03 VALORMC PIC 9(07)V9(03).
           03 ORIGEMMC PIC X(01).
           03 HISTMC PIC X(30).
           03 DOCMC PIC X(20).
           03 OPERMC PIC 9(04).
           03 CONCMC PIC X(01).
               88 MOV-CONCILIADO VALUE "S".
           03 DATACONCMC PIC 9(08).

       FD  RELCAIXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELCAIXA.DAT".
       01  LINHACAIXA PIC X(80).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  FILIALSEL PIC 9(02) VALUE ZEROS.
       01  CONTASEL PIC 9(03) VALUE ZEROS.
       01  DATAINISEL PIC 9(08) VALUE ZEROS.
       01  DATAFIMSEL PIC 9(08) VALUE ZEROS.
       01  MOVCTAOK PIC X(01) VALUE "N".
       01  DATAAMDW PIC 9(08) VALUE ZEROS.
       01  DATAAMDR REDEFINES DATAAMDW.
           03 ANOAMD PIC 9(04).
           03 MESAMD PIC 9(02).
           03 DIAAMD PIC 9(02).
       01  DATADMAW.
           03 DIADMA PIC 9(02).
           03 MESDMA PIC 9(02).
           03 ANODMA PIC 9(04).
       01  DATADMANUM REDEFINES DATADMAW PIC 9(08).
       01  SALDOW PIC S9(09)V9(03) VALUE ZEROS.
       01  TOTCREDCTA PIC 9(09)V9(03) VALUE ZEROS.
       01  TOTDEBCTA PIC 9(09)V9(03) VALUE ZEROS.
       01  SALDOANTGER PIC S9(09)V9(03) VALUE ZEROS.
       01  SALDOFIMGER PIC S9(09)V9(03) VALUE ZEROS.
       01  TOTCREDGER PIC 9(09)V9(03) VALUE ZEROS.
       01  TOTDEBGER PIC 9(09)V9(03) VALUE ZEROS.
       01  QTDMOV PIC 9(05) VALUE ZEROS.
       01  QTDCTA PIC 9(03) VALUE ZEROS.

       01  LINCAB1.
           03 FILLER PIC X(29)
               VALUE " LIVRO CAIXA - FILIAL: ".
           03 LCFILIAL PIC Z9.
           03 FILLER PIC X(11) VALUE "  PERIODO: ".
           03 LCDATAINI PIC 99/99/9999.
           03 FILLER PIC X(03) VALUE " A ".
           03 LCDATAFIM PIC 99/99/9999.
       01  LINCABCTA.
           03 FILLER PIC X(08) VALUE " CONTA: ".
           03 LCCONTA PIC ZZ9.
           03 FILLER PIC X(03) VALUE " - ".
           03 LCDESCR PIC X(30).
           03 FILLER PIC X(02) VALUE SPACES.
           03 LCTIPO PIC X(05).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LCBANCO PIC X(25).
       01  LINCABMOV.
           03 FILLER PIC X(40)
               VALUE " DATA       O HISTORICO                 ".
           03 FILLER PIC X(40)
               VALUE "   ENTRADAS      SAIDAS          SALDO C".
       01  LINMOV.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LMDATA PIC 99/99/9999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LMORIGEM PIC X(01).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LMHIST PIC X(24).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LMCRED PIC Z(06)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LMDEB PIC Z(06)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LMSALDO PIC -Z(08)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LMCONC PIC X(01).
       01  LINSALDO.
           03 LSDESC PIC X(30).
           03 FILLER PIC X(10) VALUE SPACES.
           03 LSCRED PIC Z(08)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSDEB PIC Z(08)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LSSALDO PIC -Z(08)9,999.
       01  LINAVISO.
           03 LAVISO PIC X(70).
       01  LINBRANCO PIC X(80) VALUE SPACES.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "LIVRO CAIXA".
           03 ARQRELSP PIC X(14) VALUE "RELCAIXA.DAT".
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
           DISPLAY " CONTA (000 = TODAS): ".
           ACCEPT CONTASEL.
           DISPLAY " DATA INICIAL (AAAAMMDD): ".
           ACCEPT DATAINISEL.
           DISPLAY " DATA FINAL (AAAAMMDD): ".
           ACCEPT DATAFIMSEL.
           IF DATAINISEL = ZEROS OR DATAFIMSEL < DATAINISEL
               DISPLAY " PERIODO INVALIDO "
               GO TO FN-FIM2.

       FN-ABRE1.
           OPEN INPUT CADCONTA
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADCONTA NAO ENCONTRADO "
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTA =>" ERRO
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           MOVE "N" TO MOVCTAOK.
           OPEN INPUT CADMOVCTA
           IF ERRO = "00"
               MOVE "S" TO MOVCTAOK.

       FN-ABRE3.
           OPEN OUTPUT RELCAIXA
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ RELCAIXA =>" ERRO2
                 CLOSE CADCONTA
                 IF MOVCTAOK = "S"
                     CLOSE CADMOVCTA
                     GO TO FN-FIM2
                 ELSE
                     GO TO FN-FIM2.

       FN-CABECALHO.
           MOVE FILIALSEL TO LCFILIAL.
           MOVE DATAINISEL TO DATAAMDW.
           PERFORM FN-DATA-DMA THRU FN-DATA-DMA-FIM.
           MOVE DATADMANUM TO LCDATAINI.
           MOVE DATAFIMSEL TO DATAAMDW.
           PERFORM FN-DATA-DMA THRU FN-DATA-DMA-FIM.
           MOVE DATADMANUM TO LCDATAFIM.
           WRITE LINHACAIXA FROM LINCAB1.
           WRITE LINHACAIXA FROM LINBRANCO.

       FN-CONTAS.
           MOVE FILIALSEL TO FILIALCTA.
           MOVE CONTASEL TO CODCTA.
           START CADCONTA KEY IS NOT LESS THAN CHAVECTA
               INVALID KEY GO TO FN-CONTAS-FIM.
       FN-CONTAS-LOOP.
           READ CADCONTA NEXT RECORD
               AT END GO TO FN-CONTAS-FIM.
           IF FILIALCTA NOT = FILIALSEL
               GO TO FN-CONTAS-FIM.
           IF CONTASEL NOT = ZEROS AND CODCTA NOT = CONTASEL
               GO TO FN-CONTAS-FIM.
           PERFORM FN-CONTA THRU FN-CONTA-FIM.
           GO TO FN-CONTAS-LOOP.
       FN-CONTAS-FIM.
           IF QTDCTA = ZEROS
               MOVE " NENHUMA CONTA ENCONTRADA PARA A SELECAO "
                   TO LAVISO
               WRITE LINHACAIXA FROM LINAVISO
               GO TO FN-FIM.
           IF QTDCTA = 1
               GO TO FN-FIM.
           WRITE LINHACAIXA FROM LINBRANCO.
           MOVE " RESUMO GERAL DA FILIAL" TO LAVISO.
           WRITE LINHACAIXA FROM LINAVISO.
           MOVE SPACES TO LINSALDO.
           MOVE " SALDO ANTERIOR GERAL" TO LSDESC.
           MOVE ZEROS TO LSCRED LSDEB.
           MOVE SALDOANTGER TO LSSALDO.
           WRITE LINHACAIXA FROM LINSALDO.
           MOVE " MOVIMENTO / SALDO FINAL GERAL" TO LSDESC.
           MOVE TOTCREDGER TO LSCRED.
           MOVE TOTDEBGER TO LSDEB.
           MOVE SALDOFIMGER TO LSSALDO.
           WRITE LINHACAIXA FROM LINSALDO.

       FN-FIM.
           CLOSE CADCONTA.
           IF MOVCTAOK = "S"
               CLOSE CADMOVCTA.
           CLOSE RELCAIXA.
           DISPLAY " LIVRO CAIXA CONCLUIDO ".
           DISPLAY " CONTAS LISTADAS...: " QTDCTA.
           DISPLAY " LANCAMENTOS.......: " QTDMOV.
           MOVE OPCODLOG TO OPERRELSP.
           CALL "SVP068" USING SPOOLPED.
           CANCEL "SVP068".
           EXIT PROGRAM.

       FN-FIM2.
           EXIT PROGRAM.

       FN-CONTA.
           ADD 1 TO QTDCTA.
           MOVE ZEROS TO TOTCREDCTA TOTDEBCTA.
           MOVE CODCTA TO LCCONTA.
           MOVE DESCRCTA TO LCDESCR.
           MOVE SPACES TO LCBANCO.
           IF CONTA-BANCO
               MOVE "BANCO" TO LCTIPO
               MOVE AGENCIACTA TO LCBANCO
               MOVE NUMEROCTA TO LCBANCO (8:12)
           ELSE
               MOVE "CAIXA" TO LCTIPO.
           WRITE LINHACAIXA FROM LINCABCTA.
           WRITE LINHACAIXA FROM LINCABMOV.
           PERFORM FN-SALDO-ANT THRU FN-SALDO-ANT-FIM.
           ADD SALDOW TO SALDOANTGER.
           MOVE SPACES TO LINSALDO.
           MOVE " SALDO ANTERIOR" TO LSDESC.
           MOVE ZEROS TO LSCRED LSDEB.
           MOVE SALDOW TO LSSALDO.
           WRITE LINHACAIXA FROM LINSALDO.
           IF MOVCTAOK NOT = "S"
               GO TO FN-CONTA-TOTAL.
           MOVE FILIALCTA TO FILIALMC.
           MOVE CODCTA TO CONTAMC.
           MOVE DATAINISEL TO DATAMC.
           MOVE ZEROS TO SEQMC.
           START CADMOVCTA KEY IS NOT LESS THAN CHAVEMC
               INVALID KEY GO TO FN-CONTA-TOTAL.
       FN-CONTA-LOOP.
           READ CADMOVCTA NEXT RECORD
               AT END GO TO FN-CONTA-TOTAL.
           IF FILIALMC NOT = FILIALCTA OR CONTAMC NOT = CODCTA
               GO TO FN-CONTA-TOTAL.
           IF DATAMC > DATAFIMSEL
               GO TO FN-CONTA-TOTAL.
           ADD 1 TO QTDMOV.
           MOVE DATAMC TO DATAAMDW.
           PERFORM FN-DATA-DMA THRU FN-DATA-DMA-FIM.
           MOVE DATADMANUM TO LMDATA.
           MOVE ORIGEMMC TO LMORIGEM.
           MOVE HISTMC TO LMHIST.
           IF MOV-CREDITO
               ADD VALORMC TO SALDOW
               ADD VALORMC TO TOTCREDCTA
               MOVE VALORMC TO LMCRED
               MOVE ZEROS TO LMDEB
           ELSE
               SUBTRACT VALORMC FROM SALDOW
               ADD VALORMC TO TOTDEBCTA
               MOVE ZEROS TO LMCRED
               MOVE VALORMC TO LMDEB.
           MOVE SALDOW TO LMSALDO.
           IF MOV-CONCILIADO
               MOVE "*" TO LMCONC
           ELSE
               MOVE SPACE TO LMCONC.
           WRITE LINHACAIXA FROM LINMOV.
           GO TO FN-CONTA-LOOP.
       FN-CONTA-TOTAL.
           MOVE SPACES TO LINSALDO.
           MOVE " TOTAIS / SALDO FINAL" TO LSDESC.
           MOVE TOTCREDCTA TO LSCRED.
           MOVE TOTDEBCTA TO LSDEB.
           MOVE SALDOW TO LSSALDO.
           WRITE LINHACAIXA FROM LINSALDO.
           WRITE LINHACAIXA FROM LINBRANCO.
           ADD TOTCREDCTA TO TOTCREDGER.
           ADD TOTDEBCTA TO TOTDEBGER.
           ADD SALDOW TO SALDOFIMGER.
       FN-CONTA-FIM.
           EXIT.

       FN-SALDO-ANT.
           MOVE SALDOINICTA TO SALDOW.
           IF MOVCTAOK NOT = "S"
               GO TO FN-SALDO-ANT-FIM.
           MOVE FILIALCTA TO FILIALMC.
           MOVE CODCTA TO CONTAMC.
           MOVE ZEROS TO DATAMC SEQMC.
           START CADMOVCTA KEY IS NOT LESS THAN CHAVEMC
               INVALID KEY GO TO FN-SALDO-ANT-FIM.
       FN-SALDO-ANT-LOOP.
           READ CADMOVCTA NEXT RECORD
               AT END GO TO FN-SALDO-ANT-FIM.
           IF FILIALMC NOT = FILIALCTA OR CONTAMC NOT = CODCTA
               GO TO FN-SALDO-ANT-FIM.
           IF DATAMC NOT < DATAINISEL
               GO TO FN-SALDO-ANT-FIM.
           IF MOV-CREDITO
               ADD VALORMC TO SALDOW
           ELSE
               SUBTRACT VALORMC FROM SALDOW.
           GO TO FN-SALDO-ANT-LOOP.
       FN-SALDO-ANT-FIM.
           EXIT.

       FN-DATA-DMA.
           MOVE DIAAMD TO DIADMA.
           MOVE MESAMD TO MESDMA.
           MOVE ANOAMD TO ANODMA.
       FN-DATA-DMA-FIM.
           EXIT.
