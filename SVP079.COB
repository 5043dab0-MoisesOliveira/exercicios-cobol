       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP079.
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
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT EXTBANCO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO.

           SELECT RELCONC ASSIGN TO DISK
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

       FD  EXTBANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EXTBANCO.DAT".
       01  REGEXT.
           03 DATAEXT PIC 9(08).
           03 TIPOEXT PIC X(01).
           03 VALOREXT PIC 9(08)V9(02).
           03 HISTEXT PIC X(30).

       FD  RELCONC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELCONC.DAT".
       01  LINHACONC PIC X(80).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  FILIALSEL PIC 9(02) VALUE ZEROS.
       01  CONTASEL PIC 9(03) VALUE ZEROS.
       01  DATAINISEL PIC 9(08) VALUE ZEROS.
       01  DATAFIMSEL PIC 9(08) VALUE ZEROS.
       01  DATAHOJE PIC 9(08) VALUE ZEROS.
       01  ACHOU PIC X(01) VALUE "N".
       01  JACONC PIC X(01) VALUE "N".
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
       01  QTDEXT PIC 9(05) VALUE ZEROS.
       01  QTDCONC PIC 9(05) VALUE ZEROS.
       01  QTDJACONC PIC 9(05) VALUE ZEROS.
       01  QTDSOEXT PIC 9(05) VALUE ZEROS.
       01  QTDSOCX PIC 9(05) VALUE ZEROS.
       01  VALCONC PIC 9(09)V9(03) VALUE ZEROS.
       01  VALSOEXT PIC 9(09)V9(03) VALUE ZEROS.
       01  VALSOCX PIC 9(09)V9(03) VALUE ZEROS.

       01  LINCAB1.
           03 FILLER PIC X(31)
               VALUE " CONCILIACAO BANCARIA - FILIAL:".
           03 LCFILIAL PIC Z9.
           03 FILLER PIC X(08) VALUE "  CONTA:".
           03 LCCONTA PIC ZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LCDESCR PIC X(30).
       01  LINCAB2.
           03 FILLER PIC X(10) VALUE " PERIODO: ".
           03 LCDATAINI PIC 99/99/9999.
           03 FILLER PIC X(03) VALUE " A ".
           03 LCDATAFIM PIC 99/99/9999.
       01  LINTIT.
           03 LTTITULO PIC X(60).
       01  LINCABDET.
           03 FILLER PIC X(40)
               VALUE " DATA       T HISTORICO                 ".
           03 FILLER PIC X(20)
               VALUE "           VALOR".
       01  LINDET.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDDATA PIC 99/99/9999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDTIPO PIC X(01).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDHIST PIC X(30).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDVALOR PIC Z(07)9,999.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LDDOC PIC X(20).
       01  LINTOT.
           03 LTDESC PIC X(40).
           03 LTQTD PIC ZZZZ9.
           03 FILLER PIC X(03) VALUE SPACES.
           03 LTVALOR PIC Z(08)9,999.
       01  LINAVISO.
           03 LAVISO PIC X(70).
       01  LINBRANCO PIC X(80) VALUE SPACES.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "CONCILIACAO".
           03 ARQRELSP PIC X(14) VALUE "RELCONC.DAT".
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
           DISPLAY " CONTA BANCO: ".
           ACCEPT CONTASEL.
           DISPLAY " DATA INICIAL (AAAAMMDD): ".
           ACCEPT DATAINISEL.
           DISPLAY " DATA FINAL (AAAAMMDD): ".
           ACCEPT DATAFIMSEL.
           IF DATAINISEL = ZEROS OR DATAFIMSEL < DATAINISEL
               DISPLAY " PERIODO INVALIDO "
               GO TO FN-FIM2.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.

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
           MOVE FILIALSEL TO FILIALCTA.
           MOVE CONTASEL TO CODCTA.
           READ CADCONTA
           IF ERRO NOT = "00"
               DISPLAY " CONTA NAO CADASTRADA "
               CLOSE CADCONTA
               GO TO FN-FIM2.
           IF NOT CONTA-BANCO
               DISPLAY " CONTA INFORMADA NAO E CONTA BANCO "
               CLOSE CADCONTA
               GO TO FN-FIM2.

       FN-ABRE2.
           OPEN I-O CADMOVCTA
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADMOVCTA NAO ENCONTRADO "
                 CLOSE CADCONTA
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQ MOVTO CONTA =>" ERRO
                 CLOSE CADCONTA
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE3.
           OPEN INPUT EXTBANCO
           IF ERRO NOT = "00"
                 DISPLAY " ARQUIVO EXTBANCO NAO ENCONTRADO =>" ERRO
                 CLOSE CADCONTA
                 CLOSE CADMOVCTA
                 GO TO FN-FIM2.

       FN-ABRE4.
           OPEN OUTPUT RELCONC
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ RELCONC =>" ERRO2
                 CLOSE CADCONTA
                 CLOSE CADMOVCTA
                 CLOSE EXTBANCO
                 GO TO FN-FIM2.

       FN-CABECALHO.
           MOVE FILIALSEL TO LCFILIAL.
           MOVE CONTASEL TO LCCONTA.
           MOVE DESCRCTA TO LCDESCR.
           MOVE DATAINISEL TO DATAAMDW.
           PERFORM FN-DATA-DMA THRU FN-DATA-DMA-FIM.
           MOVE DATADMANUM TO LCDATAINI.
           MOVE DATAFIMSEL TO DATAAMDW.
           PERFORM FN-DATA-DMA THRU FN-DATA-DMA-FIM.
           MOVE DATADMANUM TO LCDATAFIM.
           WRITE LINHACONC FROM LINCAB1.
           WRITE LINHACONC FROM LINCAB2.
           WRITE LINHACONC FROM LINBRANCO.

       FN-EXTRATO.
           MOVE " LANCAMENTOS NO EXTRATO E NAO NO CAIXA" TO LTTITULO.
           WRITE LINHACONC FROM LINTIT.
           WRITE LINHACONC FROM LINCABDET.
           WRITE LINHACONC FROM LINBRANCO.
       FN-EXTRATO-LOOP.
           READ EXTBANCO
               AT END GO TO FN-EXTRATO-FIM.
           IF DATAEXT < DATAINISEL OR DATAEXT > DATAFIMSEL
               GO TO FN-EXTRATO-LOOP.
           ADD 1 TO QTDEXT.
           PERFORM FN-PROCURA THRU FN-PROCURA-FIM.
           IF ACHOU = "S"
               ADD 1 TO QTDCONC
               ADD VALOREXT TO VALCONC
               GO TO FN-EXTRATO-LOOP.
           IF JACONC = "S"
               ADD 1 TO QTDJACONC
               GO TO FN-EXTRATO-LOOP.
           ADD 1 TO QTDSOEXT.
           ADD VALOREXT TO VALSOEXT.
           MOVE DATAEXT TO DATAAMDW.
           PERFORM FN-DATA-DMA THRU FN-DATA-DMA-FIM.
           MOVE DATADMANUM TO LDDATA.
           MOVE TIPOEXT TO LDTIPO.
           MOVE HISTEXT TO LDHIST.
           MOVE VALOREXT TO LDVALOR.
           MOVE SPACES TO LDDOC.
           WRITE LINHACONC FROM LINDET.
           GO TO FN-EXTRATO-LOOP.
       FN-EXTRATO-FIM.
           WRITE LINHACONC FROM LINBRANCO.

       FN-CAIXA.
           MOVE " LANCAMENTOS NO CAIXA E NAO NO EXTRATO" TO LTTITULO.
           WRITE LINHACONC FROM LINTIT.
           WRITE LINHACONC FROM LINCABDET.
           WRITE LINHACONC FROM LINBRANCO.
           MOVE FILIALSEL TO FILIALMC.
           MOVE CONTASEL TO CONTAMC.
           MOVE DATAINISEL TO DATAMC.
           MOVE ZEROS TO SEQMC.
           START CADMOVCTA KEY IS NOT LESS THAN CHAVEMC
               INVALID KEY GO TO FN-CAIXA-FIM.
       FN-CAIXA-LOOP.
           READ CADMOVCTA NEXT RECORD
               AT END GO TO FN-CAIXA-FIM.
           IF ERRO = "99"
               GO TO FN-CAIXA-LOOP.
           IF FILIALMC NOT = FILIALSEL OR CONTAMC NOT = CONTASEL
               GO TO FN-CAIXA-FIM.
           IF DATAMC > DATAFIMSEL
               GO TO FN-CAIXA-FIM.
           IF MOV-CONCILIADO
               GO TO FN-CAIXA-LOOP.
           ADD 1 TO QTDSOCX.
           ADD VALORMC TO VALSOCX.
           MOVE DATAMC TO DATAAMDW.
           PERFORM FN-DATA-DMA THRU FN-DATA-DMA-FIM.
           MOVE DATADMANUM TO LDDATA.
           MOVE TIPOMC TO LDTIPO.
           MOVE HISTMC TO LDHIST.
           MOVE VALORMC TO LDVALOR.
           MOVE DOCMC TO LDDOC.
           WRITE LINHACONC FROM LINDET.
           GO TO FN-CAIXA-LOOP.
       FN-CAIXA-FIM.
           WRITE LINHACONC FROM LINBRANCO.

       FN-TOTAIS.
           MOVE " RESUMO DA CONCILIACAO" TO LTTITULO.
           WRITE LINHACONC FROM LINTIT.
           MOVE " LANCAMENTOS DO EXTRATO NO PERIODO.....:" TO LTDESC.
           MOVE QTDEXT TO LTQTD.
           MOVE ZEROS TO LTVALOR.
           WRITE LINHACONC FROM LINTOT.
           MOVE " CONCILIADOS NESTA EXECUCAO............:" TO LTDESC.
           MOVE QTDCONC TO LTQTD.
           MOVE VALCONC TO LTVALOR.
           WRITE LINHACONC FROM LINTOT.
           MOVE " JA CONCILIADOS ANTERIORMENTE..........:" TO LTDESC.
           MOVE QTDJACONC TO LTQTD.
           MOVE ZEROS TO LTVALOR.
           WRITE LINHACONC FROM LINTOT.
           MOVE " NO EXTRATO E NAO NO CAIXA.............:" TO LTDESC.
           MOVE QTDSOEXT TO LTQTD.
           MOVE VALSOEXT TO LTVALOR.
           WRITE LINHACONC FROM LINTOT.
           MOVE " NO CAIXA E NAO NO EXTRATO.............:" TO LTDESC.
           MOVE QTDSOCX TO LTQTD.
           MOVE VALSOCX TO LTVALOR.
           WRITE LINHACONC FROM LINTOT.

       FN-FIM.
           CLOSE CADCONTA.
           CLOSE CADMOVCTA.
           CLOSE EXTBANCO.
           CLOSE RELCONC.
           DISPLAY " CONCILIACAO BANCARIA CONCLUIDA ".
           DISPLAY " CONCILIADOS.......: " QTDCONC.
           DISPLAY " SO NO EXTRATO.....: " QTDSOEXT.
           DISPLAY " SO NO CAIXA.......: " QTDSOCX.
           MOVE OPCODLOG TO OPERRELSP.
           CALL "SVP068" USING SPOOLPED.
           CANCEL "SVP068".
           EXIT PROGRAM.

       FN-FIM2.
           EXIT PROGRAM.

       FN-PROCURA.
           MOVE "N" TO ACHOU JACONC.
           MOVE FILIALSEL TO FILIALMC.
           MOVE CONTASEL TO CONTAMC.
           MOVE DATAEXT TO DATAMC.
           MOVE ZEROS TO SEQMC.
           START CADMOVCTA KEY IS NOT LESS THAN CHAVEMC
               INVALID KEY GO TO FN-PROCURA-FIM.
       FN-PROCURA-LOOP.
           READ CADMOVCTA NEXT RECORD
               AT END GO TO FN-PROCURA-FIM.
           IF ERRO = "99"
               DISPLAY " REGISTRO EM USO - TENTE NOVAMENTE "
               GO TO FN-PROCURA-LOOP.
           IF FILIALMC NOT = FILIALSEL OR CONTAMC NOT = CONTASEL
              OR DATAMC NOT = DATAEXT
               GO TO FN-PROCURA-FIM.
           IF TIPOMC NOT = TIPOEXT OR VALORMC NOT = VALOREXT
               GO TO FN-PROCURA-LOOP.
           IF MOV-CONCILIADO
               MOVE "S" TO JACONC
               GO TO FN-PROCURA-LOOP.
           MOVE "S" TO CONCMC.
           MOVE DATAHOJE TO DATACONCMC.
           REWRITE REGMOVCTA.
           MOVE "S" TO ACHOU.
       FN-PROCURA-FIM.
           EXIT.

       FN-DATA-DMA.
           MOVE DIAAMD TO DIADMA.
           MOVE MESAMD TO MESDMA.
           MOVE ANOAMD TO ANODMA.
       FN-DATA-DMA-FIM.
           EXIT.
