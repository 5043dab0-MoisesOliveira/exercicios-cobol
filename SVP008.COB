               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADCOMPICMS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOMPICMS
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADCONV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECONV
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

           SELECT CADCOMPUN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOMPUN
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADFORN
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

       FD  CADCOMPICMS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOMPICMS.DAT".
       01  REGCOMPICMS.
           03 CHAVECOMPICMS.
               05 FILIALCICMS PIC 9(02).
               05 COMPRACICMS PIC 9(06).
               05 ITEMCICMS PIC 9(03).
           03 ALIQCICMS PIC 9(02)V9(02).
           03 BASECICMS PIC 9(06)V9(03).
           03 VALORCICMS PIC 9(06)V9(03).
           03 SITCICMS PIC X(01).
               88 ICMS-DIGITADO VALUE "D".
               88 ICMS-CONFERIDO VALUE "C".

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

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
           03 QUANT PIC 9(04).
       01  NUMITEM PIC 9(03) VALUE ZERO.
       01  TOTALITEM PIC 9(06)V9(03) VALUE ZERO.
       01  ALIQICMSW PIC 9(02)V9(02) VALUE ZERO.
       01  VALICMSW PIC 9(06)V9(03) VALUE ZERO.
       01  ESC-KEY PIC 9(02) VALUE ZEROS.
       01  MAXCODCOMPRA PIC 9(06) VALUE ZERO.
       01  FILIALSCAN PIC 9(02) VALUE ZERO.
       01  PARAMOK PIC X(01) VALUE "N".
       01  APROVOK PIC X(01) VALUE "S".
       01  DATAHOJE PIC 9(08) VALUE ZEROS.
       01  CONVOK PIC X(01) VALUE "N".
       01  CONVSIM PIC X(01) VALUE "N".
       01  UNIDCOMPW PIC X(02) VALUE SPACES.
       01  FATORW PIC 9(04) VALUE ZEROS.
       01  QTDCOMPW PIC 9(04) VALUE ZEROS.
       01  PRECOCOMPW PIC 9(06)V9(03) VALUE ZEROS.
       01  QTDCALCW PIC 9(08) VALUE ZEROS.
       01  CONDOK PIC X(01) VALUE "N".
       01  CONDFORNOK PIC X(01) VALUE "N".
       01  CONDW PIC 9(03) VALUE ZEROS.
       01  DESCCONDW PIC X(20) VALUE SPACES.
       01  DATACOMPAMD.
           03 ANOCAMD PIC 9(04).
           03 MESCAMD PIC 9(02).
           03 DIACAMD PIC 9(02).
       01  DATACOMPAMDNUM REDEFINES DATACOMPAMD PIC 9(08).
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

       LINKAGE SECTION.
       01  OPERLOG.
               VALUE  " PRECO CUSTO:".
           05  LINE 16  COLUMN 01
               VALUE  " TOTAL COMPRA:".
           05  LINE 14  COLUMN 41
               VALUE  " ALIQ. ICMS:".
           05  LINE 16  COLUMN 41
               VALUE  " VALOR ICMS:".
           05  LINE 11  COLUMN 01
               VALUE  " UNID. VENDA:".
           05  LINE 11  COLUMN 41
               VALUE  " UNID. COMPRA:".
           05  LINE 11  COLUMN 58
               VALUE  "=".
           05  LINE 12  COLUMN 41
               VALUE  " QTDE UN.COMPRA:".
           05  LINE 13  COLUMN 41
               VALUE  " PRECO UN.COMPRA:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCODFILIAL
               USING  NOME.
           05  LINE 08  COLUMN 41
               VALUE  " PARCELAS:".
           05  LINE 04  COLUMN 41
               VALUE  " COND.PAGTO:".
           05  TCOND
               LINE 04  COLUMN 54  PIC 9(03)
               USING  CONDW.
           05  TDESCCOND
               LINE 04  COLUMN 58  PIC X(20)
               USING  DESCCONDW.
           05  TDATACOMPRA
               LINE 08  COLUMN 18  PIC 99.99.9999
               USING  DATACOMPRA.
           05  TTOTAL
               LINE 16  COLUMN 16  PIC 999999.999
               USING  TOTALCOMPRA.
           05  TALIQICMS
               LINE 14  COLUMN 53  PIC 99.99
               USING  ALIQICMSW.
           05  TVALICMS
               LINE 16  COLUMN 53  PIC 999999.999
               USING  VALICMSW.
           05  TUNIDVENDA
               LINE 11  COLUMN 15  PIC X(02)
               USING  UNID.
           05  TUNIDCOMP
               LINE 11  COLUMN 55  PIC X(02)
               USING  UNIDCOMPW.
           05  TFATOR
               LINE 11  COLUMN 60  PIC ZZZ9
               USING  FATORW.
           05  TUNIDFATOR
               LINE 11  COLUMN 65  PIC X(02)
               USING  UNID.
           05  TQTDCOMP
               LINE 12  COLUMN 58  PIC 9(04)
               USING  QTDCOMPW.
           05  TPRECOCOMP
               LINE 13  COLUMN 59  PIC 999999.999
               USING  PRECOCOMPW.

       PROCEDURE DIVISION USING OPERLOG.
       FN-ABRE1.
           ELSE
                 NEXT SENTENCE.

       FN-ABRE8.
           OPEN I-O CADCOMPICMS
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADCOMPICMS
                 CLOSE CADCOMPICMS
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE8
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ICMS =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE9.
           MOVE "N" TO CONVOK.
           OPEN INPUT CADCONV
           IF ERRO = "00"
               MOVE "S" TO CONVOK.

       FN-ABRE9B.
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

       FN-ABRE10.
           OPEN I-O CADCOMPUN
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADCOMPUN
                 CLOSE CADCOMPUN
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE10
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO COMPUN =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE11.
           OPEN I-O CADAJCOND
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADAJCOND
                 CLOSE CADAJCOND
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE11
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AJCOND =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-PREPARA.
           MOVE ZEROS TO CODFILIAL CODCOMPRA FORNCOMPRA DATACOMPRA
           QUANT CODPRODUTO TOTALCOMPRA NUMITEM TOTALITEM NUMPARC
           ALIQICMSW VALICMSW FATORW QTDCOMPW PRECOCOMPW CONDW.
           MOVE SPACES TO UNIDCOMPW DESCCONDW.

       FN-INICIO.
           DISPLAY TELACOMPRA.
           ACCEPT TDATACOMPRA.

       FN-PARCELAS.
           IF CONDOK NOT = "S"
               GO TO FN-PARCELAS-NUM.
           MOVE ZEROS TO CONDW.
           MOVE SPACES TO DESCCONDW.
           IF CONDFORNOK = "S"
               MOVE CODFILIAL TO FILIALCF
               MOVE FORNCOMPRA TO FORNCF
               READ CADCONDFORN
               IF ERRO = "00"
                   MOVE CONDCF TO CONDW.
           DISPLAY TCOND TDESCCOND.
       FN-PARCELAS-COND.
           ACCEPT TCOND.
           IF CONDW = ZEROS
               MOVE " INFORME A CONDICAO DE PAGAMENTO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PARCELAS-COND.
           MOVE CONDW TO CODCONDPC.
           MOVE ZEROS TO DATABASEPC TOTALPC.
           CALL "SVP101" USING PARMCOND
           CANCEL "SVP101".
           IF RCPC = 10
               MOVE " CONDICAO NAO CADASTRADA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PARCELAS-COND.
           IF RCPC NOT = ZEROS
               MOVE " CONDICAO INATIVA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-PARCELAS-COND.
           MOVE DESCPC TO DESCCONDW.
           MOVE NPARCPC TO NUMPARC.
           DISPLAY TDESCCOND TNUMPARC.
           GO TO FN-ITENS-INIC.
       FN-PARCELAS-NUM.
           ACCEPT TNUMPARC.
           IF NUMPARC = ZEROS
               MOVE 1 TO NUMPARC
               MOVE " PRODUTO INATIVO - NAO PERMITIDO " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CODPROD.
           PERFORM FN-BUSCA-CONV THRU FN-BUSCA-CONV-FIM.
           MOVE ZEROS TO QTDCOMPW PRECOCOMPW.
           DISPLAY TELACOMPRA.

       FN-PRECOCUSTO.
           IF CONVSIM = "S"
               GO TO FN-PRECOCOMP.
           ACCEPT TPRECOCUSTO.

       FN-QUANT.
           ACCEPT TQUANT.
           MOVE QUANT TO QTDCOMPW.
           MOVE ULTPRECO TO PRECOCOMPW.
           MULTIPLY ULTPRECO BY QUANT GIVING TOTALITEM.
           GO TO FN-TOTALITEM.

       FN-PRECOCOMP.
           ACCEPT TPRECOCOMP.

       FN-QTDCOMP.
           ACCEPT TQTDCOMP.
           COMPUTE QTDCALCW = QTDCOMPW * FATORW.
           IF QTDCALCW > 9999
               MOVE " QUANTIDADE CONVERTIDA EXCEDE 9999 " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-QTDCOMP.
           MOVE QTDCALCW TO QUANT.
           COMPUTE ULTPRECO ROUNDED = PRECOCOMPW / FATORW.
           MULTIPLY PRECOCOMPW BY QTDCOMPW GIVING TOTALITEM.

       FN-TOTALITEM.
           ADD TOTALITEM TO TOTALCOMPRA.
           MOVE ICMS TO ALIQICMSW.
           MOVE ZEROS TO VALICMSW.
           DISPLAY TELACOMPRA.

       FN-ICMS.
           ACCEPT TALIQICMS.
           COMPUTE VALICMSW ROUNDED = TOTALITEM * ALIQICMSW / 100.
           DISPLAY TVALICMS.

       FN-ITEM.
           DISPLAY (23, 10) "CONFIRMA O ITEM? (S/N): ".
           ACCEPT (23, 36) OPC2
           MOVE ULTPRECO TO PRECOCOMPITEM
           MOVE TOTALITEM TO TOTALCOMPITEM
           WRITE REGCOMPITEM
           MOVE CODFILIAL TO FILIALCICMS
           MOVE CODCOMPRA TO COMPRACICMS
           MOVE NUMITEM TO ITEMCICMS
           MOVE ALIQICMSW TO ALIQCICMS
           MOVE TOTALITEM TO BASECICMS
           MOVE VALICMSW TO VALORCICMS
           MOVE "D" TO SITCICMS
           WRITE REGCOMPICMS
           IF ERRO = "22"
               REWRITE REGCOMPICMS.
           IF CONVSIM = "S"
               PERFORM FN-GRAVA-COMPUN THRU FN-GRAVA-COMPUN-FIM.
           PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM
           MOVE CODFILIAL TO FILIALPRECO
           MOVE CODPRODUTO TO PRODUTOPRECO
           MOVE FORNCOMPRA TO FORNAPROV.
           MOVE TOTALCOMPRA TO VALORAPROV.
           MOVE NUMPARC TO NUMPARCAPROV.
           MOVE CONDW TO CONDAPROV.
           MOVE DATAHOJE TO DATAAPROV.
           MOVE OPCODLOG TO OPERAPROV.
           MOVE "P" TO SITAPROV.

       FN-GERA-PARCELAS.
           MOVE DATACOMPRA TO DATACOMPW.
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
           MOVE ANOCOMP TO ANOCAMD.
           MOVE MESCOMP TO MESCAMD.
           MOVE DIACOMP TO DIACAMD.
           MOVE DATACOMPAMDNUM TO DATABASEPC.
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
           MOVE CODFILIAL TO FILIALPAG.
           MOVE FORNCOMPRA TO FORNPAG.
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
           MOVE CODFILIAL TO FILIALAJC.
           MOVE "C" TO ORIGEMAJC.
           MOVE CODCOMPRA TO DOCAJC.
           MOVE FORNCOMPRA TO PARCEIROAJC.
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

       FN-ESTORNA-ITENS.
           MOVE CODFILIAL TO FILIALCOMPITEM.
           MOVE CODCOMPRA TO COMPRAITEM.
               OR FILIALCOMPITEM NOT = CODFILIAL
               GO TO FN-ESTORNA-ITENS-FIM.
           DELETE CADCOMPITEM RECORD.
           MOVE FILIALCOMPITEM TO FILIALCICMS.
           MOVE COMPRAITEM TO COMPRACICMS.
           MOVE ITEMSEQ TO ITEMCICMS.
           DELETE CADCOMPICMS RECORD
               INVALID KEY NEXT SENTENCE.
           MOVE FILIALCOMPITEM TO FILIALCUN.
           MOVE COMPRAITEM TO COMPRACUN.
           MOVE ITEMSEQ TO ITEMCUN.
           DELETE CADCOMPUN RECORD
               INVALID KEY NEXT SENTENCE.
           GO TO FN-ESTORNA-ITENS-LOOP.
       FN-ESTORNA-ITENS-FIM.
           EXIT.

       FN-BUSCA-CONV.
           MOVE "N" TO CONVSIM.
           MOVE UNID TO UNIDCOMPW.
           MOVE 1 TO FATORW.
           IF CONVOK NOT = "S"
               GO TO FN-BUSCA-CONV-FIM.
           MOVE CODFILIAL TO FILIALCONV.
           MOVE CODPRODUTO TO PRODCONV.
           MOVE FORNCOMPRA TO FORNCONV.
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

       FN-GRAVA-COMPUN.
           MOVE CODFILIAL TO FILIALCUN.
           MOVE CODCOMPRA TO COMPRACUN.
           MOVE NUMITEM TO ITEMCUN.
           MOVE UNIDCOMPW TO UNIDCUN.
           MOVE FATORW TO FATORCUN.
           MOVE QTDCOMPW TO QTDCUN.
           MOVE PRECOCOMPW TO PRECOCUN.
           WRITE REGCOMPUN
           IF ERRO = "22"
               REWRITE REGCOMPUN.
       FN-GRAVA-COMPUN-FIM.
           EXIT.

       FN-REWRITE-PROD.
           REWRITE REGPROD
           IF ERRO = "99"
           IF PARAMOK = "S"
               CLOSE CADPARAM.
           CLOSE CADAPROV.
           CLOSE CADCOMPICMS.
           IF CONVOK = "S"
               CLOSE CADCONV.
           IF CONDFORNOK = "S"
               CLOSE CADCONDFORN.
           CLOSE CADCOMPUN.
           CLOSE CADAJCOND.
           EXIT PROGRAM.
