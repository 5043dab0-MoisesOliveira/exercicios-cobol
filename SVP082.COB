       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP082.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEREC
               FILE STATUS  IS ERRO.

           SELECT CADPAG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPAG
               FILE STATUS  IS ERRO.

           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECLI
               FILE STATUS  IS ERRO.

           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPARAM
               FILE STATUS  IS ERRO.

           SELECT RELFLUXO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD  CADREC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADREC.DAT".
       01  REGREC.
           03 CHAVEREC.
               05 FILIALREC PIC 9(02).
               05 CLIENTEREC PIC 9(06).
               05 PEDIDOREC PIC 9(06).
               05 PARCELAREC PIC 9(02).
           03 VENCREC PIC 9(08).
           03 VALORREC PIC 9(06)V9(03).
           03 SITREC PIC X(01).
               88 PARCELA-ABERTA VALUE "A".
               88 PARCELA-PAGA VALUE "P".
           03 DATAPAGREC PIC 9(08).
           03 VALORPAGREC PIC 9(06)V9(03).
           03 FORMAREC PIC 9(02).
           03 JUROSREC PIC 9(06)V9(03).

       FD  CADPAG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPAG.DAT".
       01  REGPAG.
           03 CHAVEPAG.
               05 FILIALPAG PIC 9(02).
               05 FORNPAG PIC 9(06).
               05 COMPRAPAG PIC 9(06).
               05 PARCELAPAG PIC 9(02).
           03 VENCPAG PIC 9(08).
           03 VALORPAG PIC 9(06)V9(03).
           03 SITPAG PIC X(01).
               88 PAGAMENTO-ABERTO VALUE "A".
               88 PAGAMENTO-PAGO VALUE "P".
           03 DATAPAGPAG PIC 9(08).
           03 VALORPAGPAG PIC 9(06)V9(03).
           03 FORMAPAG PIC 9(02).

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

       FD  CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01  REGPARAM.
           03 CHAVEPARAM.
               05 FILIALPAR PIC 9(02).
           03 LIMAPROVPAR PIC 9(06)V9(03).
           03 JUROSDIAPAR PIC 9(02)V9(02).
           03 MULTAPAR PIC 9(02)V9(02).
           03 DIASBLOQPAR PIC 9(03).
           03 MARGEMMINPAR PIC 9(02)V9(02).
           03 DESCMAXN1PAR PIC 9(02)V9(02).
           03 DESCMAXN2PAR PIC 9(02)V9(02).
           03 LIMPERDAPAR PIC 9(06)V9(03).

       FD  RELFLUXO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELFLUXO.DAT".
       01  LINHAFLUXO PIC X(80).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  FILIALSEL PIC 9(02) VALUE ZEROS.
       01  SALDOINIW PIC S9(09)V9(02) VALUE ZEROS.
       01  CLIOK PIC X(01) VALUE "N".
       01  PARAMOK PIC X(01) VALUE "N".
       01  PAGOK PIC X(01) VALUE "N".
       01  DATAHOJE PIC 9(08) VALUE ZEROS.
       01  DATAHOJER REDEFINES DATAHOJE.
           03 ANOHOJE PIC 9(04).
           03 MESHOJE PIC 9(02).
           03 DIAHOJE PIC 9(02).
       01  DIASHOJE PIC 9(08) VALUE ZEROS.
       01  VENCR.
           03 ANOVENC PIC 9(04).
           03 MESVENC PIC 9(02).
           03 DIAVENC PIC 9(02).
       01  VENCNUM REDEFINES VENCR PIC 9(08).
       01  DIASVENC PIC 9(08) VALUE ZEROS.
       01  DIASATRASO PIC S9(05) VALUE ZEROS.
       01  DATACALC.
           03 ANOCALC PIC 9(04).
           03 MESCALC PIC 9(02).
           03 DIACALC PIC 9(02).
       01  DATACALCNUM REDEFINES DATACALC PIC 9(08).
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
       01  TABDIASMESX PIC X(24) VALUE "312831303130313130313031".
       01  TABDIASMES REDEFINES TABDIASMESX.
           03 DIASMES PIC 9(02) OCCURS 12 TIMES.
       01  ULTDIA PIC 9(02) VALUE ZEROS.
       01  QUOCIENTE PIC 9(04) VALUE ZEROS.
       01  RESTO4 PIC 9(04) VALUE ZEROS.
       01  RESTO100 PIC 9(04) VALUE ZEROS.
       01  RESTO400 PIC 9(04) VALUE ZEROS.
       01  TABDATAS.
           03 DATATAB PIC 9(08) OCCURS 91 TIMES.
       01  TABBUCKET.
           03 BUCKET OCCURS 25 TIMES.
               05 ENTBK PIC 9(09)V9(03).
               05 SAIBK PIC 9(09)V9(03).
       01  IND PIC 9(03) VALUE ZEROS.
       01  INDBK PIC 9(02) VALUE ZEROS.
       01  INDINI PIC 9(03) VALUE ZEROS.
       01  INDFIM PIC 9(03) VALUE ZEROS.
       01  DIAOFF PIC 9(03) VALUE ZEROS.
       01  CLIENTEANT PIC 9(06) VALUE ZEROS.
       01  FILIALANT PIC 9(02) VALUE ZEROS.
       01  CHAVERECW PIC X(16) VALUE SPACES.
       01  DIASBLOQW PIC 9(03) VALUE ZEROS.
       01  ABERTOCLI PIC 9(09)V9(03) VALUE ZEROS.
       01  BLOQUEADO PIC X(01) VALUE "N".
       01  MOTIVORISCO PIC X(12) VALUE SPACES.
       01  SALDOPROJ PIC S9(10)V9(03) VALUE ZEROS.
       01  TOTENT PIC 9(10)V9(03) VALUE ZEROS.
       01  TOTSAI PIC 9(10)V9(03) VALUE ZEROS.
       01  TOTRISCOVENC PIC 9(10)V9(03) VALUE ZEROS.
       01  TOTRISCOBLOQ PIC 9(10)V9(03) VALUE ZEROS.
       01  TOTPAGVENC PIC 9(10)V9(03) VALUE ZEROS.
       01  TOTRECAPOS PIC 9(10)V9(03) VALUE ZEROS.
       01  TOTPAGAPOS PIC 9(10)V9(03) VALUE ZEROS.
       01  QTDRISCO PIC 9(05) VALUE ZEROS.

       01  LINCAB1.
           03 FILLER PIC X(34)
               VALUE " FLUXO DE CAIXA PROJETADO - FILIAL".
           03 FILLER PIC X(02) VALUE ": ".
           03 LCFILIAL PIC X(12).
           03 FILLER PIC X(06) VALUE "  EM: ".
           03 LCDATA PIC 99/99/9999.
       01  LINCAB2.
           03 FILLER PIC X(23) VALUE " SALDO INICIAL INFORMAD".
           03 FILLER PIC X(04) VALUE "O.: ".
           03 LCSALDO PIC -Z(08)9,99.
       01  LINCABFLX.
           03 FILLER PIC X(40)
               VALUE " PERIODO                      ENTRADAS  ".
           03 FILLER PIC X(40)
               VALUE "      SAIDAS   SALDO PROJETADO".
       01  LINFLX.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LFDATAINI PIC 99/99/9999.
           03 LFSEP PIC X(03).
           03 LFDATAFIM PIC X(10).
           03 FILLER PIC X(02) VALUE SPACES.
           03 LFENT PIC Z(08)9,999.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LFSAI PIC Z(08)9,999.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LFSALDO PIC -Z(09)9,999.
       01  LINDATAFIM.
           03 LDFIM PIC 99/99/9999.
       01  LINTITRISCO.
           03 FILLER PIC X(50)
               VALUE " RECEBIVEIS EM RISCO (FORA DA PROJECAO)".
       01  LINCABRISCO.
           03 FILLER PIC X(40)
               VALUE " FL CLIENTE NOME                 PEDIDO/".
           03 FILLER PIC X(40)
               VALUE "PC VENCIMENTO         VALOR MOTIVO".
       01  LINRISCO.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LRFILIAL PIC 99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LRCLIENTE PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LRNOME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LRPEDIDO PIC 9(06).
           03 FILLER PIC X(01) VALUE "/".
           03 LRPARCELA PIC 99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LRVENC PIC 99/99/9999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LRVALOR PIC Z(07)9,999.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LRMOTIVO PIC X(12).
       01  LINTOT.
           03 LTDESC PIC X(45).
           03 LTVALOR PIC -Z(09)9,999.
       01  LINBRANCO PIC X(80) VALUE SPACES.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "FLUXO CAIXA".
           03 ARQRELSP PIC X(14) VALUE "RELFLUXO.DAT".
           03 OPERRELSP PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-PARAMETROS.
           DISPLAY " FILIAL (00 = CONSOLIDADO): ".
           ACCEPT FILIALSEL.
           DISPLAY " SALDO INICIAL DE CAIXA/BANCOS: ".
           ACCEPT SALDOINIW.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           COMPUTE DIASHOJE =
               (ANOHOJE * 365) + (MESHOJE * 30) + DIAHOJE.

       FN-ABRE1.
           OPEN INPUT CADREC
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADREC NAO ENCONTRADO "
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO RECEBER =>" ERRO
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           MOVE "N" TO PAGOK.
           OPEN INPUT CADPAG
           IF ERRO = "00"
               MOVE "S" TO PAGOK.
           MOVE "N" TO CLIOK.
           OPEN INPUT CADCLI
           IF ERRO = "00"
               MOVE "S" TO CLIOK.
           MOVE "N" TO PARAMOK.
           OPEN INPUT CADPARAM
           IF ERRO = "00"
               MOVE "S" TO PARAMOK.

       FN-ABRE3.
           OPEN OUTPUT RELFLUXO
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ RELFLUXO =>" ERRO2
                 GO TO FN-FIM.

       FN-DATAS.
           MOVE DATAHOJE TO DATACALCNUM.
           MOVE 1 TO IND.
       FN-DATAS-LOOP.
           MOVE DATACALCNUM TO DATATAB(IND).
           ADD 1 TO IND.
           IF IND > 91
               GO TO FN-DATAS-FIM.
           PERFORM FN-SOMA-DIA THRU FN-SOMA-DIA-FIM.
           GO TO FN-DATAS-LOOP.
       FN-DATAS-FIM.
           MOVE 1 TO INDBK.
       FN-ZERA-LOOP.
           MOVE ZEROS TO ENTBK(INDBK) SAIBK(INDBK).
           ADD 1 TO INDBK.
           IF INDBK NOT > 25
               GO TO FN-ZERA-LOOP.

       FN-CABECALHO.
           IF FILIALSEL = ZEROS
               MOVE "CONSOLIDADO" TO LCFILIAL
           ELSE
               MOVE FILIALSEL TO LCFILIAL.
           MOVE DATAHOJE TO DATAAMDW.
           PERFORM FN-DATA-DMA THRU FN-DATA-DMA-FIM.
           MOVE DATADMANUM TO LCDATA.
           MOVE SALDOINIW TO LCSALDO.
           WRITE LINHAFLUXO FROM LINCAB1.
           WRITE LINHAFLUXO FROM LINCAB2.
           WRITE LINHAFLUXO FROM LINBRANCO.
           WRITE LINHAFLUXO FROM LINTITRISCO.
           WRITE LINHAFLUXO FROM LINCABRISCO.
           WRITE LINHAFLUXO FROM LINBRANCO.

       FN-RECEBER.
           MOVE FILIALSEL TO FILIALREC.
           MOVE ZEROS TO CLIENTEREC PEDIDOREC PARCELAREC.
           MOVE 99 TO FILIALANT.
           MOVE ZEROS TO CLIENTEANT.
           START CADREC KEY IS NOT LESS THAN CHAVEREC
               INVALID KEY GO TO FN-RECEBER-FIM.
       FN-RECEBER-LOOP.
           READ CADREC NEXT RECORD
               AT END GO TO FN-RECEBER-FIM.
           IF FILIALSEL NOT = ZEROS AND FILIALREC NOT = FILIALSEL
               GO TO FN-RECEBER-FIM.
           IF NOT PARCELA-ABERTA
               GO TO FN-RECEBER-LOOP.
           IF FILIALREC NOT = FILIALANT OR CLIENTEREC NOT = CLIENTEANT
               PERFORM FN-AVALIA-CLIENTE THRU FN-AVALIA-CLIENTE-FIM.
           MOVE VENCREC TO VENCNUM.
           IF BLOQUEADO = "S"
               MOVE "BLOQUEIO" TO MOTIVORISCO
               ADD VALORREC TO TOTRISCOBLOQ
               PERFORM FN-LISTA-RISCO THRU FN-LISTA-RISCO-FIM
               GO TO FN-RECEBER-LOOP.
           IF VENCREC < DATAHOJE
               MOVE "VENCIDA" TO MOTIVORISCO
               ADD VALORREC TO TOTRISCOVENC
               PERFORM FN-LISTA-RISCO THRU FN-LISTA-RISCO-FIM
               GO TO FN-RECEBER-LOOP.
           IF VENCREC > DATATAB(91)
               ADD VALORREC TO TOTRECAPOS
               GO TO FN-RECEBER-LOOP.
           PERFORM FN-BUCKET THRU FN-BUCKET-FIM.
           ADD VALORREC TO ENTBK(INDBK).
           ADD VALORREC TO TOTENT.
           GO TO FN-RECEBER-LOOP.
       FN-RECEBER-FIM.
           WRITE LINHAFLUXO FROM LINBRANCO.
           MOVE " TOTAL VENCIDO (NAO PROJETADO)..............:"
               TO LTDESC.
           MOVE TOTRISCOVENC TO LTVALOR.
           WRITE LINHAFLUXO FROM LINTOT.
           MOVE " TOTAL CLIENTES EM BLOQUEIO (NAO PROJETADO).:"
               TO LTDESC.
           MOVE TOTRISCOBLOQ TO LTVALOR.
           WRITE LINHAFLUXO FROM LINTOT.
           WRITE LINHAFLUXO FROM LINBRANCO.

       FN-PAGAR.
           IF PAGOK NOT = "S"
               GO TO FN-PAGAR-FIM.
           MOVE FILIALSEL TO FILIALPAG.
           MOVE ZEROS TO FORNPAG COMPRAPAG PARCELAPAG.
           START CADPAG KEY IS NOT LESS THAN CHAVEPAG
               INVALID KEY GO TO FN-PAGAR-FIM.
       FN-PAGAR-LOOP.
           READ CADPAG NEXT RECORD
               AT END GO TO FN-PAGAR-FIM.
           IF FILIALSEL NOT = ZEROS AND FILIALPAG NOT = FILIALSEL
               GO TO FN-PAGAR-FIM.
           IF NOT PAGAMENTO-ABERTO
               GO TO FN-PAGAR-LOOP.
           IF VENCPAG < DATAHOJE
               ADD VALORPAG TO TOTPAGVENC
               ADD VALORPAG TO SAIBK(1)
               ADD VALORPAG TO TOTSAI
               GO TO FN-PAGAR-LOOP.
           IF VENCPAG > DATATAB(91)
               ADD VALORPAG TO TOTPAGAPOS
               GO TO FN-PAGAR-LOOP.
           MOVE VENCPAG TO VENCNUM.
           PERFORM FN-BUCKET THRU FN-BUCKET-FIM.
           ADD VALORPAG TO SAIBK(INDBK).
           ADD VALORPAG TO TOTSAI.
           GO TO FN-PAGAR-LOOP.
       FN-PAGAR-FIM.
           EXIT.

       FN-PROJECAO.
           WRITE LINHAFLUXO FROM LINCABFLX.
           WRITE LINHAFLUXO FROM LINBRANCO.
           MOVE SALDOINIW TO SALDOPROJ.
           MOVE 1 TO INDBK.
       FN-PROJECAO-LOOP.
           IF INDBK < 15
               MOVE INDBK TO INDINI
               MOVE INDBK TO INDFIM
           ELSE
               COMPUTE INDINI = 15 + ((INDBK - 15) * 7)
               COMPUTE INDFIM = INDINI + 6.
           IF INDFIM > 91
               MOVE 91 TO INDFIM.
           MOVE DATATAB(INDINI) TO DATAAMDW.
           PERFORM FN-DATA-DMA THRU FN-DATA-DMA-FIM.
           MOVE DATADMANUM TO LFDATAINI.
           IF INDINI = INDFIM
               MOVE SPACES TO LFSEP LFDATAFIM
           ELSE
               MOVE " A " TO LFSEP
               MOVE DATATAB(INDFIM) TO DATAAMDW
               PERFORM FN-DATA-DMA THRU FN-DATA-DMA-FIM
               MOVE DATADMANUM TO LDFIM
               MOVE LINDATAFIM TO LFDATAFIM.
           ADD ENTBK(INDBK) TO SALDOPROJ.
           SUBTRACT SAIBK(INDBK) FROM SALDOPROJ.
           MOVE ENTBK(INDBK) TO LFENT.
           MOVE SAIBK(INDBK) TO LFSAI.
           MOVE SALDOPROJ TO LFSALDO.
           WRITE LINHAFLUXO FROM LINFLX.
           IF INDBK = 14
               WRITE LINHAFLUXO FROM LINBRANCO.
           ADD 1 TO INDBK.
           IF INDBK NOT > 25
               GO TO FN-PROJECAO-LOOP.

       FN-TOTAIS.
           WRITE LINHAFLUXO FROM LINBRANCO.
           MOVE " TOTAL DE ENTRADAS PROJETADAS...............:"
               TO LTDESC.
           MOVE TOTENT TO LTVALOR.
           WRITE LINHAFLUXO FROM LINTOT.
           MOVE " TOTAL DE SAIDAS PROJETADAS.................:"
               TO LTDESC.
           MOVE TOTSAI TO LTVALOR.
           WRITE LINHAFLUXO FROM LINTOT.
           MOVE " (SAIDAS INCLUEM PAGAR VENCIDO NO 1O. DIA)..:"
               TO LTDESC.
           MOVE TOTPAGVENC TO LTVALOR.
           WRITE LINHAFLUXO FROM LINTOT.
           MOVE " SALDO PROJETADO EM 90 DIAS.................:"
               TO LTDESC.
           MOVE SALDOPROJ TO LTVALOR.
           WRITE LINHAFLUXO FROM LINTOT.
           MOVE " RECEBER COM VENCIMENTO APOS 90 DIAS........:"
               TO LTDESC.
           MOVE TOTRECAPOS TO LTVALOR.
           WRITE LINHAFLUXO FROM LINTOT.
           MOVE " PAGAR COM VENCIMENTO APOS 90 DIAS..........:"
               TO LTDESC.
           MOVE TOTPAGAPOS TO LTVALOR.
           WRITE LINHAFLUXO FROM LINTOT.

       FN-FIM.
           CLOSE CADREC.
           IF PAGOK = "S"
               CLOSE CADPAG.
           IF CLIOK = "S"
               CLOSE CADCLI.
           IF PARAMOK = "S"
               CLOSE CADPARAM.
           CLOSE RELFLUXO.
           DISPLAY " FLUXO DE CAIXA PROJETADO CONCLUIDO ".
           DISPLAY " SALDO PROJETADO EM 90 DIAS: " SALDOPROJ.
           DISPLAY " PARCELAS EM RISCO.........: " QTDRISCO.
           MOVE OPCODLOG TO OPERRELSP.
           CALL "SVP068" USING SPOOLPED.
           CANCEL "SVP068".
           EXIT PROGRAM.

       FN-FIM2.
           EXIT PROGRAM.

       FN-AVALIA-CLIENTE.
           MOVE FILIALREC TO FILIALANT.
           MOVE CLIENTEREC TO CLIENTEANT.
           MOVE CHAVEREC TO CHAVERECW.
           MOVE "N" TO BLOQUEADO.
           MOVE ZEROS TO ABERTOCLI DIASBLOQW.
           MOVE SPACES TO NOME.
           MOVE ZEROS TO LIMITECREDITO.
           IF PARAMOK = "S"
               MOVE FILIALREC TO FILIALPAR
               READ CADPARAM
               IF ERRO = "00"
                   MOVE DIASBLOQPAR TO DIASBLOQW.
           IF CLIOK = "S"
               MOVE FILIALREC TO CODFILCLI
               MOVE CLIENTEREC TO CODCLIE
               READ CADCLI
               IF ERRO NOT = "00"
                   MOVE SPACES TO NOME
                   MOVE ZEROS TO LIMITECREDITO.
           MOVE ZEROS TO PEDIDOREC PARCELAREC.
           START CADREC KEY IS NOT LESS THAN CHAVEREC
               INVALID KEY GO TO FN-AVALIA-CLIENTE-VOLTA.
       FN-AVALIA-CLIENTE-LOOP.
           READ CADREC NEXT RECORD
               AT END GO TO FN-AVALIA-CLIENTE-VOLTA.
           IF FILIALREC NOT = FILIALANT OR CLIENTEREC NOT = CLIENTEANT
               GO TO FN-AVALIA-CLIENTE-VOLTA.
           IF NOT PARCELA-ABERTA
               GO TO FN-AVALIA-CLIENTE-LOOP.
           ADD VALORREC TO ABERTOCLI.
           IF DIASBLOQW = ZEROS
               GO TO FN-AVALIA-CLIENTE-LOOP.
           MOVE VENCREC TO VENCNUM.
           COMPUTE DIASVENC =
               (ANOVENC * 365) + (MESVENC * 30) + DIAVENC.
           COMPUTE DIASATRASO = DIASHOJE - DIASVENC.
           IF DIASATRASO > DIASBLOQW
               MOVE "S" TO BLOQUEADO.
           GO TO FN-AVALIA-CLIENTE-LOOP.
       FN-AVALIA-CLIENTE-VOLTA.
           IF ABERTOCLI > LIMITECREDITO
               MOVE "S" TO BLOQUEADO.
           MOVE CHAVERECW TO CHAVEREC.
           START CADREC KEY IS EQUAL TO CHAVEREC
               INVALID KEY GO TO FN-AVALIA-CLIENTE-FIM.
           READ CADREC NEXT RECORD.
       FN-AVALIA-CLIENTE-FIM.
           EXIT.

       FN-LISTA-RISCO.
           ADD 1 TO QTDRISCO.
           MOVE FILIALREC TO LRFILIAL.
           MOVE CLIENTEREC TO LRCLIENTE.
           MOVE NOME TO LRNOME.
           MOVE PEDIDOREC TO LRPEDIDO.
           MOVE PARCELAREC TO LRPARCELA.
           MOVE VENCREC TO DATAAMDW.
           PERFORM FN-DATA-DMA THRU FN-DATA-DMA-FIM.
           MOVE DATADMANUM TO LRVENC.
           MOVE VALORREC TO LRVALOR.
           MOVE MOTIVORISCO TO LRMOTIVO.
           WRITE LINHAFLUXO FROM LINRISCO.
       FN-LISTA-RISCO-FIM.
           EXIT.

       FN-BUCKET.
           MOVE 1 TO IND.
       FN-BUCKET-LOOP.
           IF DATATAB(IND) NOT < VENCNUM
               GO TO FN-BUCKET-ACHOU.
           ADD 1 TO IND.
           IF IND NOT > 91
               GO TO FN-BUCKET-LOOP.
           MOVE 91 TO IND.
       FN-BUCKET-ACHOU.
           COMPUTE DIAOFF = IND - 1.
           IF DIAOFF < 14
               COMPUTE INDBK = DIAOFF + 1
           ELSE
               COMPUTE INDBK = 15 + ((DIAOFF - 14) / 7).
           IF INDBK > 25
               MOVE 25 TO INDBK.
       FN-BUCKET-FIM.
           EXIT.

       FN-SOMA-DIA.
           MOVE DIASMES(MESCALC) TO ULTDIA.
           IF MESCALC = 2
               DIVIDE ANOCALC BY 4 GIVING QUOCIENTE REMAINDER RESTO4
               DIVIDE ANOCALC BY 100 GIVING QUOCIENTE REMAINDER RESTO100
               DIVIDE ANOCALC BY 400 GIVING QUOCIENTE REMAINDER RESTO400
               IF RESTO4 = ZERO AND
                  (RESTO100 NOT = ZERO OR RESTO400 = ZERO)
                   MOVE 29 TO ULTDIA.
           ADD 1 TO DIACALC.
           IF DIACALC > ULTDIA
               MOVE 1 TO DIACALC
               ADD 1 TO MESCALC
               IF MESCALC > 12
                   MOVE 1 TO MESCALC
                   ADD 1 TO ANOCALC.
       FN-SOMA-DIA-FIM.
           EXIT.

       FN-DATA-DMA.
           MOVE DIAAMD TO DIADMA.
           MOVE MESAMD TO MESDMA.
           MOVE ANOAMD TO ANODMA.
       FN-DATA-DMA-FIM.
           EXIT.
