               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADCONV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECONV
               FILE STATUS  IS ERRO.

           SELECT CADCOMPUN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOMPUN
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADSCORE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVESCORE
               FILE STATUS  IS ERRO.

           SELECT CADCONDFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECONDFORN
               FILE STATUS  IS ERRO.

           SELECT CADAJCOND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEAJC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT RELCOT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.
           03 JUROSDIAPAR PIC 9(02)V9(02).
           03 MULTAPAR PIC 9(02)V9(02).
           03 DIASBLOQPAR PIC 9(03).
           03 MARGEMMINPAR PIC 9(02)V9(02).
           03 DESCMAXN1PAR PIC 9(02)V9(02).
           03 DESCMAXN2PAR PIC 9(02)V9(02).
           03 LIMPERDAPAR PIC 9(06)V9(03).

       FD  CADAPROV
           LABEL RECORD IS STANDARD
           03 APROVADORAPROV PIC 9(04).
           03 DATADECAPROV PIC 9(08).
           03 MOTIVOAPROV PIC X(40).
           03 CONDAPROV PIC 9(03).

       FD  CADCONV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03 CHAVECONV.
               05 FILIALCONV PIC 9(02).
               05 PRODCONV PIC 9(06).
               05 FORNCONV PIC 9(06).
           03 UNIDCONV PIC X(02).
           03 FATORCONV PIC 9(04).

       FD  CADCOMPUN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOMPUN.DAT".
       01  REGCOMPUN.
           03 CHAVECOMPUN.
               05 FILIALCUN PIC 9(02).
               05 COMPRACUN PIC 9(06).
               05 ITEMCUN PIC 9(03).
           03 UNIDCUN PIC X(02).
           03 FATORCUN PIC 9(04).
           03 QTDCUN PIC 9(04).
           03 PRECOCUN PIC 9(06)V9(03).

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

       FD  CADCONDFORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONDFORN.DAT".
       01  REGCONDFORN.
           03 CHAVECONDFORN.
               05 FILIALCF PIC 9(02).
               05 FORNCF PIC 9(06).
           03 CONDCF PIC 9(03).

       FD  CADAJCOND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAJCOND.DAT".
       01  REGAJCOND.
           03 CHAVEAJC.
               05 FILIALAJC PIC 9(02).
               05 ORIGEMAJC PIC X(01).
                   88 AJC-VENDA VALUE "V".
                   88 AJC-COMPRA VALUE "C".
               05 DOCAJC PIC 9(06).
           03 PARCEIROAJC PIC 9(06).
           03 CONDAJC PIC 9(03).
           03 DATAAJC PIC 9(08).
           03 TOTALAJC PIC 9(06)V9(03).
           03 TOTALFINAJC PIC 9(07)V9(03).
           03 SINALAJC PIC X(01).
               88 AJC-ACRESCIMO VALUE "A".
               88 AJC-DESCONTO VALUE "D".
           03 VALORAJC PIC 9(06)V9(03).

       FD  RELCOT
           LABEL RECORD IS STANDARD
       01  GERAOK PIC X(01) VALUE "S".
       01  PARAMOK PIC X(01) VALUE "N".
       01  APROVOK PIC X(01) VALUE "S".
       01  CONVOK PIC X(01) VALUE "N".
       01  SCOREOK PIC X(01) VALUE "N".
       01  NOTAW PIC X(03) VALUE SPACES.
       01  NOTAED PIC ZZ9.
       01  CONDOK PIC X(01) VALUE "N".
       01  CONDFORNOK PIC X(01) VALUE "N".
       01  CONDW PIC 9(03) VALUE ZEROS.
       01  DESCCONDW PIC X(20) VALUE SPACES.
       01  PARMCOND.
           03 CODCONDPC PIC 9(03).
           03 DATABASEPC PIC 9(08).
           03 TOTALPC PIC 9(06)V9(03).
           03 RCPC PIC 9(02).
           03 DESCPC PIC X(20).
           03 LIMATRPC PIC 9(03).
           03 NPARCPC PIC 9(02).
           03 TOTALFINPC PIC 9(07)V9(03).
           03 TABPARCPC OCCURS 12 TIMES.
               05 VENCPC PIC 9(08).
               05 VALORPC PIC 9(06)V9(03).
       01  CONVSIM PIC X(01) VALUE "N".
       01  UNIDCOMPW PIC X(02) VALUE SPACES.
       01  FATORW PIC 9(04) VALUE ZEROS.
       01  PRODCONVW PIC 9(06) VALUE ZEROS.
       01  FORNCONVW PIC 9(06) VALUE ZEROS.
       01  QTDCXW PIC 9(04) VALUE ZEROS.
       01  PRECOCXW PIC 9(06)V9(03) VALUE ZEROS.
       01  QTDCALCW PIC 9(08) VALUE ZEROS.
       01  LINCAB1.
           03 FILLER PIC X(34) VALUE
           " COMPARATIVO DE COTACAO - FILIAL: ".
           03 FILLER PIC X(09) VALUE "   FORN: ".
           03 LFFORN PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LFNOME PIC X(12).
           03 FILLER PIC X(08) VALUE " PRECO: ".
           03 LFPRECO PIC ZZZZZ9,999.
           03 FILLER PIC X(08) VALUE " PRAZO: ".
           03 LFPRAZO PIC ZZ9.
           03 FILLER PIC X(06) VALUE " NOTA:".
           03 LFNOTA PIC X(03).
           03 LFCONV.
               05 FILLER PIC X(01).
               05 LFUNCX PIC X(02).
               05 FILLER PIC X(01).
               05 LFPRECOCX PIC ZZZZZ9,999.
       01  LINBRANCO PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
               VALUE  " PRECO COTADO:".
           05  LINE 17  COLUMN 01
               VALUE  " PRAZO DE ENTREGA (DIAS):".
           05  LINE 10  COLUMN 41
               VALUE  " UNID. COMPRA:".
           05  LINE 10  COLUMN 58
               VALUE  "=".
           05  LINE 11  COLUMN 41
               VALUE  " QTDE UN.COMPRA:".
           05  LINE 15  COLUMN 41
               VALUE  " PRECO UN.COMPRA:".
           05  LINE 13  COLUMN 54
               VALUE  " NOTA FORN:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCODFILIAL
           05  TNOMEFORN
               LINE 13  COLUMN 22  PIC X(30)
               USING  NOME.
           05  TNOTA
               LINE 13  COLUMN 66  PIC X(03)
               USING  NOTAW.
           05  TPRECO
               LINE 15  COLUMN 16  PIC 999999.999
               USING  PRECOW.
           05  TPRAZO
               LINE 17  COLUMN 27  PIC 9(03)
               USING  PRAZOW.
           05  TUNIDVENDA
               LINE 11  COLUMN 19  PIC X(02)
               USING  UNID.
           05  TUNIDCOMP
               LINE 10  COLUMN 55  PIC X(02)
               USING  UNIDCOMPW.
           05  TFATOR
               LINE 10  COLUMN 60  PIC ZZZ9
               USING  FATORW.
           05  TUNIDFATOR
               LINE 10  COLUMN 65  PIC X(02)
               USING  UNID.
           05  TQTDCX
               LINE 11  COLUMN 58  PIC 9(04)
               USING  QTDCXW.
           05  TPRECOCX
               LINE 15  COLUMN 59  PIC 999999.999
               USING  PRECOCXW.

       PROCEDURE DIVISION USING OPERLOG.
      *
           ELSE
                 NEXT SENTENCE.

       FN-ABRE11.
           MOVE "N" TO CONVOK.
           OPEN INPUT CADCONV
           IF ERRO = "00"
               MOVE "S" TO CONVOK.

       FN-ABRE12.
           OPEN I-O CADCOMPUN
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADCOMPUN
                 CLOSE CADCOMPUN
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE12
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO COMPUN =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE13.
           MOVE "N" TO SCOREOK.
           OPEN INPUT CADSCORE
           IF ERRO = "00"
               MOVE "S" TO SCOREOK.

       FN-ABRE14.
           MOVE "N" TO CONDOK.
           MOVE ZEROS TO CODCONDPC DATABASEPC TOTALPC.
           CALL "SVP101" USING PARMCOND
           CANCEL "SVP101".
           IF RCPC NOT = 30
               MOVE "S" TO CONDOK.
           MOVE "N" TO CONDFORNOK.
           OPEN INPUT CADCONDFORN
           IF ERRO = "00"
               MOVE "S" TO CONDFORNOK.

       FN-ABRE15.
           OPEN I-O CADAJCOND
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADAJCOND
                 CLOSE CADAJCOND
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE15
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AJCOND =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-PREPARA.
           MOVE ZEROS TO FILIALCOT CODCOT DATACOT CODPRODUTO
           QUANTW PRECOW PRAZOW FORNW FATORW QTDCXW PRECOCXW.
           MOVE SPACES TO DESCR NOME UNID UNIDCOMPW NOTAW.

       FN-INICIO.
           DISPLAY TELACOT.
               MOVE " PRODUTO INATIVO - NAO PERMITIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PRODUTO.
           MOVE CODPRODUTO TO PRODCONVW.
           MOVE ZEROS TO FORNCONVW QUANTW QTDCXW.
           PERFORM FN-BUSCA-CONV THRU FN-BUSCA-CONV-FIM.
           DISPLAY TELACOT.

       FN-QUANT.
           IF CONVSIM = "S"
               GO TO FN-QUANT-CX.
           ACCEPT TQUANT.
           IF QUANTW = ZEROS
               MOVE " QUANTIDADE NAO PODE SER ZERO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-QUANT.
           GO TO FN-QUANT-GRAVA.

       FN-QUANT-CX.
           ACCEPT TQTDCX.
           COMPUTE QTDCALCW = QTDCXW * FATORW.
           IF QTDCALCW = ZEROS
               MOVE " QUANTIDADE NAO PODE SER ZERO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-QUANT-CX.
           IF QTDCALCW > 9999
               MOVE " QUANTIDADE CONVERTIDA EXCEDE 9999 " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-QUANT-CX.
           MOVE QTDCALCW TO QUANTW.
           DISPLAY TQUANT.

       FN-QUANT-GRAVA.
           MOVE FILIALCOT TO FILIALCOTI.
           MOVE CODCOT TO COTITEM.
           MOVE CODPRODUTO TO PRODUTOCOTI.
               MOVE " FORNECEDOR INATIVO - NAO PERMITIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PRECOS-FORN.
           MOVE FORNW TO FORNSC.
           PERFORM FN-BUSCA-NOTA THRU FN-BUSCA-NOTA-FIM.
           DISPLAY TNOMEFORN.
           DISPLAY TNOTA.

       FN-PRECOS-POS.
           MOVE FILIALCOT TO FILIALSCAN.
           MOVE FILIALCOT TO CODFILPROD.
           MOVE PRODUTOCOTI TO CODPROD.
           READ CADPROD
               INVALID KEY MOVE SPACES TO DESCR UNID.
           MOVE ZEROS TO PRECOW PRAZOW PRECOCXW QTDCXW.
           MOVE PRODUTOCOTI TO PRODCONVW.
           MOVE FORNW TO FORNCONVW.
           PERFORM FN-BUSCA-CONV THRU FN-BUSCA-CONV-FIM.
           IF CONVSIM = "S"
               DIVIDE QUANTW BY FATORW GIVING QTDCXW.
           DISPLAY TELACOT.
           DISPLAY TNOMEFORN.
           DISPLAY TNOTA.
       FN-PRECOS-PRECO.
           IF CONVSIM = "S"
               GO TO FN-PRECOS-PRECOCX.
           ACCEPT TPRECO.
           IF PRECOW = ZEROS
               GO TO FN-PRECOS-PROX.
           GO TO FN-PRECOS-PRAZO.
       FN-PRECOS-PRECOCX.
           ACCEPT TPRECOCX.
           IF PRECOCXW = ZEROS
               GO TO FN-PRECOS-PROX.
           COMPUTE PRECOW ROUNDED = PRECOCXW / FATORW.
           DISPLAY TPRECO.
       FN-PRECOS-PRAZO.
           ACCEPT TPRAZO.
           MOVE FILIALCOT TO FILIALCOTI.
           MOVE NOME TO LFNOME.
           MOVE PRECOCOTI TO LFPRECO.
           MOVE PRAZOCOTI TO LFPRAZO.
           MOVE FORNCOTI TO FORNSC.
           PERFORM FN-BUSCA-NOTA THRU FN-BUSCA-NOTA-FIM.
           MOVE NOTAW TO LFNOTA.
           MOVE SPACES TO LFCONV.
           MOVE PRODUTOCOTI TO PRODCONVW.
           MOVE FORNCOTI TO FORNCONVW.
           PERFORM FN-BUSCA-CONV THRU FN-BUSCA-CONV-FIM.
           IF CONVSIM = "S"
               MOVE UNIDCOMPW TO LFUNCX
               COMPUTE LFPRECOCX = PRECOCOTI * FATORW.
           WRITE LINHACOT FROM LINFORN.
           GO TO FN-COMPARATIVO-LOOP.
       FN-COMPARATIVO-FIM.
               MOVE " FORNECEDOR NAO ENCONTRADO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CONVERTE-FORN.
           MOVE ZEROS TO CONDW.
           IF CONDOK = "S"
               GO TO FN-CONVERTE-COND.
           DISPLAY (22, 30) "NUMERO DE PARCELAS: ".
           ACCEPT (22, 51) NUMPARC.
           IF NUMPARC = ZEROS
               MOVE 1 TO NUMPARC.
           GO TO FN-CONVERTE-GERA.
       FN-CONVERTE-COND.
           IF CONDFORNOK = "S"
               MOVE FILIALCOT TO FILIALCF
               MOVE FORNW TO FORNCF
               READ CADCONDFORN
               IF ERRO = "00"
                   MOVE CONDCF TO CONDW.
       FN-CONVERTE-COND-ACEITA.
           DISPLAY (22, 30) "COND. PAGTO (0=SAI): ".
           DISPLAY (22, 51) CONDW.
           ACCEPT (22, 51) CONDW.
           IF CONDW = ZEROS
               MOVE " COTACAO NAO CONVERTIDA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-OPCOES.
           MOVE CONDW TO CODCONDPC.
           MOVE ZEROS TO DATABASEPC TOTALPC.
           CALL "SVP101" USING PARMCOND
           CANCEL "SVP101".
           IF RCPC = 10
               MOVE " CONDICAO NAO CADASTRADA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CONVERTE-COND-ACEITA.
           IF RCPC NOT = ZEROS
               MOVE " CONDICAO INATIVA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CONVERTE-COND-ACEITA.
           MOVE DESCPC TO DESCCONDW.
           DISPLAY (22, 56) DESCCONDW.
           MOVE NPARCPC TO NUMPARC.
       FN-CONVERTE-GERA.
           PERFORM FN-GERA-COMPRA THRU FN-GERA-COMPRA-FIM.
           IF GERAOK = "N"
               MOVE " NENHUM PRECO DO FORNECEDOR NA COTACAO " TO MENS
           MOVE FORNW TO FORNAPROV.
           MOVE TOTALCOMPRA TO VALORAPROV.
           MOVE NUMPARC TO NUMPARCAPROV.
           MOVE CONDW TO CONDAPROV.
           MOVE DATAHOJE TO DATAAPROV.
           MOVE OPCODLOG TO OPERAPROV.
           MOVE "P" TO SITAPROV.
           MOVE TOTALITEM TO TOTALCOMPITEM.
           WRITE REGCOMPITEM.
           ADD TOTALITEM TO TOTALCOMPRA.
           MOVE PRODUTOCOTI TO PRODCONVW.
           MOVE FORNW TO FORNCONVW.
           PERFORM FN-BUSCA-CONV THRU FN-BUSCA-CONV-FIM.
           IF CONVSIM = "S"
               PERFORM FN-GRAVA-COMPUN THRU FN-GRAVA-COMPUN-FIM.
           MOVE FILIALCOT TO CODFILPROD.
           MOVE PRODUTOCOTI TO CODPROD.
           READ CADPROD
       FN-GERA-ITENS-FIM.
           EXIT.

       FN-BUSCA-CONV.
           MOVE "N" TO CONVSIM.
           MOVE UNID TO UNIDCOMPW.
           MOVE 1 TO FATORW.
           IF CONVOK NOT = "S"
               GO TO FN-BUSCA-CONV-FIM.
           MOVE FILIALCOT TO FILIALCONV.
           MOVE PRODCONVW TO PRODCONV.
           MOVE FORNCONVW TO FORNCONV.
           READ CADCONV
           IF ERRO NOT = "00"
               MOVE ZEROS TO FORNCONV
               READ CADCONV
               IF ERRO NOT = "00"
                   GO TO FN-BUSCA-CONV-FIM.
           MOVE "S" TO CONVSIM.
           MOVE UNIDCONV TO UNIDCOMPW.
           MOVE FATORCONV TO FATORW.
       FN-BUSCA-CONV-FIM.
           EXIT.

       FN-BUSCA-NOTA.
           MOVE "---" TO NOTAW.
           IF SCOREOK NOT = "S"
               GO TO FN-BUSCA-NOTA-FIM.
           MOVE FILIALCOT TO FILIALSC.
           READ CADSCORE
           IF ERRO NOT = "00"
               GO TO FN-BUSCA-NOTA-FIM.
           MOVE NOTASC TO NOTAED.
           MOVE NOTAED TO NOTAW.
       FN-BUSCA-NOTA-FIM.
           EXIT.

       FN-GRAVA-COMPUN.
           MOVE FILIALCOMPITEM TO FILIALCUN.
           MOVE COMPRAITEM TO COMPRACUN.
           MOVE ITEMSEQ TO ITEMCUN.
           MOVE UNIDCOMPW TO UNIDCUN.
           MOVE FATORW TO FATORCUN.
           DIVIDE QTDCOTI BY FATORW GIVING QTDCUN.
           COMPUTE PRECOCUN = PRECOCOTI * FATORW.
           WRITE REGCOMPUN
           IF ERRO = "22"
               REWRITE REGCOMPUN.
       FN-GRAVA-COMPUN-FIM.
           EXIT.

       FN-GRAVA-PRECO.
           MOVE CODFILPROD TO FILIALPRECO.
           MOVE CODPROD TO PRODUTOPRECO.
           EXIT.

       FN-GERA-PARCELAS.
           IF CONDW NOT = ZEROS
               GO TO FN-GERA-PARCELAS-COND.
           DIVIDE TOTALCOMPRA BY NUMPARC GIVING VALORPARC ROUNDED.
           COMPUTE VALORULT =
               TOTALCOMPRA - (VALORPARC * (NUMPARC - 1)).
           MOVE ZEROS TO DATAPAGPAG VALORPAGPAG FORMAPAG.
           WRITE REGPAG.
           GO TO FN-GERA-PARCELAS-LOOP.
       FN-GERA-PARCELAS-COND.
           MOVE CONDW TO CODCONDPC.
           MOVE DATAHOJE TO DATABASEPC.
           MOVE TOTALCOMPRA TO TOTALPC.
           CALL "SVP101" USING PARMCOND
           CANCEL "SVP101".
           IF RCPC NOT = ZEROS
               MOVE ZEROS TO CONDW
               GO TO FN-GERA-PARCELAS.
           PERFORM FN-GRAVA-AJCOND THRU FN-GRAVA-AJCOND-FIM.
           MOVE NPARCPC TO NUMPARC.
           MOVE ZEROS TO INDPARC.
       FN-GERA-PARCELAS-COND-LOOP.
           ADD 1 TO INDPARC.
           IF INDPARC > NUMPARC
               GO TO FN-GERA-PARCELAS-FIM.
           MOVE CODFILCOMP TO FILIALPAG.
           MOVE FORNW TO FORNPAG.
           MOVE CODCOMPRA TO COMPRAPAG.
           MOVE INDPARC TO PARCELAPAG.
           MOVE VENCPC (INDPARC) TO VENCPAG.
           MOVE VALORPC (INDPARC) TO VALORPAG.
           MOVE "A" TO SITPAG.
           MOVE ZEROS TO DATAPAGPAG VALORPAGPAG FORMAPAG.
           WRITE REGPAG.
           GO TO FN-GERA-PARCELAS-COND-LOOP.
       FN-GERA-PARCELAS-FIM.
           EXIT.

       FN-GRAVA-AJCOND.
           IF TOTALFINPC = TOTALPC
               GO TO FN-GRAVA-AJCOND-FIM.
           MOVE CODFILCOMP TO FILIALAJC.
           MOVE "C" TO ORIGEMAJC.
           MOVE CODCOMPRA TO DOCAJC.
           MOVE FORNW TO PARCEIROAJC.
           MOVE CODCONDPC TO CONDAJC.
           ACCEPT DATAAJC FROM DATE YYYYMMDD.
           MOVE TOTALPC TO TOTALAJC.
           MOVE TOTALFINPC TO TOTALFINAJC.
           IF TOTALFINPC > TOTALPC
               MOVE "A" TO SINALAJC
               COMPUTE VALORAJC = TOTALFINPC - TOTALPC
           ELSE
               MOVE "D" TO SINALAJC
               COMPUTE VALORAJC = TOTALPC - TOTALFINPC.
           WRITE REGAJCOND
           IF ERRO = "22"
               REWRITE REGAJCOND.
       FN-GRAVA-AJCOND-FIM.
           EXIT.

       FN-MENS.
           MOVE ZEROS TO CONTADOR.
       FN-MENS2.
           IF PARAMOK = "S"
               CLOSE CADPARAM.
           CLOSE CADAPROV.
           IF CONVOK = "S"
               CLOSE CADCONV.
           CLOSE CADCOMPUN.
           CLOSE CADAJCOND.
           IF SCOREOK = "S"
               CLOSE CADSCORE.
           IF CONDFORNOK = "S"
               CLOSE CADCONDFORN.
           EXIT PROGRAM.
