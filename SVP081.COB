       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP081.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHDIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFECH
               FILE STATUS  IS ERRO.

           SELECT CADEXPCTB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEECT
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADCTBMAP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMAP
               FILE STATUS  IS ERRO.

           SELECT CADPEDIDO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPEDIDO
               FILE STATUS IS ERRO.

           SELECT CADNF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVENF
               FILE STATUS  IS ERRO.

           SELECT CADREC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEREC
               FILE STATUS  IS ERRO.

           SELECT CADCOMPRA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOMPRA
               FILE STATUS  IS ERRO.

           SELECT CADPAG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPAG
               FILE STATUS  IS ERRO.

           SELECT CADDEV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT MOVEST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT CADCUSTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECUSTO
               FILE STATUS  IS ERRO.

           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVEPROD
               FILE STATUS IS ERRO.

           SELECT CADAJCOND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEAJC
               FILE STATUS  IS ERRO.

           SELECT EXPCTB ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD  FECHDIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FECHDIA.DAT".
       01  REGFECH.
           03 CHAVEFECH.
               05 FILIALFECH PIC 9(02).
               05 DATAFECH PIC 9(08).
           03 QTDPEDDIA PIC 9(05).
           03 TOTPEDDIA PIC 9(08)V9(03).
           03 QTDCOMPDIA PIC 9(05).
           03 TOTCOMPDIA PIC 9(08)V9(03).
           03 QTDCANCDIA PIC 9(05).
           03 TOTCANCDIA PIC 9(08)V9(03).
           03 SITFECH PIC X(01).
               88 DIA-FECHADO VALUE "F".

       FD  CADEXPCTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEXPCTB.DAT".
       01  REGECT.
           03 CHAVEECT.
               05 FILIALECT PIC 9(02).
               05 DATAECT PIC 9(08).
           03 SITECT PIC X(01).
               88 EXPORTACAO-PENDENTE VALUE "P".
               88 EXPORTACAO-CONCLUIDA VALUE "E".
           03 QTDLINECT PIC 9(03).
           03 TOTDEBECT PIC 9(10)V9(02).
           03 TOTCREECT PIC 9(10)V9(02).
           03 DATAGERECT PIC 9(08).
           03 HORAGERECT PIC 9(06).
           03 OPERECT PIC 9(04).

       FD  CADCTBMAP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCTBMAP.DAT".
       01  REGMAP.
           03 CHAVEMAP.
               05 FILIALMAP PIC 9(02).
               05 EVENTOMAP PIC 9(02).
           03 CONTADEBMAP PIC X(20).
           03 CONTACREMAP PIC X(20).
           03 HISTMAP PIC X(30).

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

       FD  CADCOMPRA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOMPRA.DAT".
       01  REGCOMPRA.
           03 CHAVECOMPRA.
               05 CODFILCOMP PIC 9(02).
               05 CODCOMPRA PIC 9(06).
           03 FORNCOMPRA PIC 9(06).
           03 DATACOMPRA PIC 9(11).
           03 TOTALCOMPRA PIC 9(06)V9(03).
           03 OPERADORCOMPRA PIC 9(04).

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

       FD  CADDEV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEV.DAT".
       01  REGDEV.
           03 FILIALDEV PIC 9(02).
           03 PEDIDODEV PIC 9(06).
           03 ITEMDEV PIC 9(03).
           03 CLIENTEDEV PIC 9(06).
           03 DATADEV PIC 9(08).
           03 HORADEV PIC 9(06).
           03 OPERADORDEV PIC 9(04).
           03 PRODUTODEV PIC 9(06).
           03 QTDDEVREG PIC 9(04).
           03 VALORDEVREG PIC 9(06)V9(03).

       FD  MOVEST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVEST.DAT".
       01  REGMOV.
           03 FILIALMOV PIC 9(02).
           03 PRODUTOMOV PIC 9(06).
           03 DATAMOV PIC 9(08).
           03 HORAMOV PIC 9(06).
           03 OPERADORMOV PIC 9(04).
           03 TIPOMOV PIC X(01).
           03 DOCMOV PIC 9(06).
           03 QTDMOV PIC 9(04).
           03 SALDOMOV PIC 9(05).
           03 LOTEMOV PIC X(10).

       FD  CADCUSTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCUSTO.DAT".
       01  REGCUSTO.
           03 CHAVECUSTO.
               05 FILIALCUSTO PIC 9(02).
               05 PRODUTOCUSTO PIC 9(06).
           03 CUSTOMEDIO PIC 9(06)V9(03).

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

       FD  EXPCTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EXPCTB.DAT".
       01  REGEXP.
           03 FILIALEXP PIC 9(02).
           03 DATAEXP PIC 9(08).
           03 SEQEXP PIC 9(04).
           03 EVENTOEXP PIC 9(02).
           03 DCEXP PIC X(01).
           03 CONTAEXP PIC X(20).
           03 VALOREXP PIC 9(10)V9(02).
           03 HISTEXP PIC X(30).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  FILIALSEL PIC 9(02) VALUE ZEROS.
       01  DATADIA PIC 9(08) VALUE ZEROS.
       01  DATADIAR REDEFINES DATADIA.
           03 DIADIA PIC 9(02).
           03 MESDIA PIC 9(02).
           03 ANODIA PIC 9(04).
       01  DATAAMD.
           03 ANOAMD PIC 9(04).
           03 MESAMD PIC 9(02).
           03 DIAAMD PIC 9(02).
       01  DATAAMDNUM REDEFINES DATAAMD PIC 9(08).
       01  DATAPEDX PIC 9(08) VALUE ZEROS.
       01  DATAHOJE PIC 9(08) VALUE ZEROS.
       01  HORAW PIC 9(06) VALUE ZEROS.
       01  NFOK PIC X(01) VALUE "N".
       01  RECOK PIC X(01) VALUE "N".
       01  PAGOK PIC X(01) VALUE "N".
       01  DEVOK PIC X(01) VALUE "N".
       01  MOVOK PIC X(01) VALUE "N".
       01  CUSTOOK PIC X(01) VALUE "N".
       01  PRODOK PIC X(01) VALUE "N".
       01  AJCOK PIC X(01) VALUE "N".
       01  IND PIC 9(02) VALUE ZEROS.
       01  INDAJ PIC 9(03) VALUE ZEROS.
       01  INDLIN PIC 9(02) VALUE ZEROS.
       01  QTDAJ PIC 9(03) VALUE ZEROS.
       01  QTDLIN PIC 9(02) VALUE ZEROS.
       01  QTDERRO PIC 9(02) VALUE ZEROS.
       01  ORDMOV PIC 9(07) VALUE ZEROS.
       01  CUSTOW PIC 9(06)V9(03) VALUE ZEROS.
       01  VALORAJW PIC 9(10)V9(03) VALUE ZEROS.
       01  VALORRECW PIC 9(06)V9(03) VALUE ZEROS.
       01  VALOREVTW PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTDEBW PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTCREW PIC 9(10)V9(02) VALUE ZEROS.
       01  TABVAL.
           03 VALEVT PIC 9(10)V9(03) OCCURS 16 TIMES.
       01  TABAJUSTE.
           03 AJUSTE OCCURS 300 TIMES.
               05 AJPROD PIC 9(06).
               05 AJORD PIC 9(07).
               05 AJQTD PIC 9(04).
               05 AJSALDO PIC 9(05).
               05 AJANT PIC 9(05).
               05 AJACHOU PIC X(01).
       01  TABLINHA.
           03 LINHA OCCURS 32 TIMES.
               05 LNEVENTO PIC 9(02).
               05 LNDC PIC X(01).
               05 LNCONTA PIC X(20).
               05 LNVALOR PIC 9(10)V9(02).
               05 LNHIST PIC X(30).
       01  TABEVENTOX.
           03 FILLER PIC X(30) VALUE "VENDAS".
           03 FILLER PIC X(30) VALUE "ICMS SOBRE VENDAS".
           03 FILLER PIC X(30) VALUE "RECEBIMENTO EM DINHEIRO".
           03 FILLER PIC X(30) VALUE "RECEBIMENTO EM CHEQUE".
           03 FILLER PIC X(30) VALUE "RECEBIMENTO EM CARTAO".
           03 FILLER PIC X(30) VALUE "RECEBIMENTO EM BOLETO".
           03 FILLER PIC X(30) VALUE "JUROS/MULTA RECEBIDOS".
           03 FILLER PIC X(30) VALUE "COMPRAS".
           03 FILLER PIC X(30) VALUE "PAGAMENTO A FORNECEDORES".
           03 FILLER PIC X(30) VALUE "DEVOLUCAO DE CLIENTE".
           03 FILLER PIC X(30) VALUE "AJUSTE DE ESTOQUE - SOBRA".
           03 FILLER PIC X(30) VALUE "AJUSTE DE ESTOQUE - FALTA".
           03 FILLER PIC X(30) VALUE "ACRESCIMO COND. PAGTO - VENDA".
           03 FILLER PIC X(30) VALUE "DESCONTO COND. PAGTO - VENDA".
           03 FILLER PIC X(30) VALUE "ACRESCIMO COND. PAGTO - COMPRA".
           03 FILLER PIC X(30) VALUE "DESCONTO COND. PAGTO - COMPRA".
       01  TABEVENTO REDEFINES TABEVENTOX.
           03 TBEVENTO PIC X(30) OCCURS 16 TIMES.

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
           DISPLAY " DATA DO MOVIMENTO (DDMMAAAA): ".
           ACCEPT DATADIA.
           MOVE ANODIA TO ANOAMD.
           MOVE MESDIA TO MESAMD.
           MOVE DIADIA TO DIAAMD.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.

       FN-ABRE1.
           OPEN INPUT FECHDIA
           IF ERRO NOT = "00"
                 DISPLAY " FECHAMENTO DO DIA NAO EXECUTADO "
                 GO TO FN-FIM2.
           MOVE FILIALSEL TO FILIALFECH.
           MOVE DATAAMDNUM TO DATAFECH.
           READ FECHDIA
           IF ERRO NOT = "00"
               DISPLAY " DIA NAO ENCERRADO - EXECUTE O FECHAMENTO "
               CLOSE FECHDIA
               GO TO FN-FIM2.
           IF NOT DIA-FECHADO
               DISPLAY " DIA NAO ENCERRADO - EXECUTE O FECHAMENTO "
               CLOSE FECHDIA
               GO TO FN-FIM2.
           CLOSE FECHDIA.

       FN-ABRE2.
           OPEN I-O CADEXPCTB
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADEXPCTB
                 CLOSE CADEXPCTB
                 DISPLAY " ARQUIVO CADEXPCTB SENDO CRIADO "
                 GO TO FN-ABRE2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO EXPCTB =>" ERRO
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-JA-EXPORTADO.
           MOVE FILIALSEL TO FILIALECT.
           MOVE DATAAMDNUM TO DATAECT.
           READ CADEXPCTB
           IF ERRO = "00"
               IF EXPORTACAO-PENDENTE
                   DISPLAY " EXPORTACAO INTERROMPIDA NESTA DATA - "
                   DISPLAY " CONFIRA EXPCTB.DAT COM A CONTABILIDADE "
                   CLOSE CADEXPCTB
                   GO TO FN-FIM2
               ELSE
                   DISPLAY " DIA JA EXPORTADO PARA A CONTABILIDADE "
                   CLOSE CADEXPCTB
                   GO TO FN-FIM2.

       FN-ABRE3.
           OPEN INPUT CADCTBMAP
           IF ERRO NOT = "00"
                 DISPLAY " ARQUIVO CADCTBMAP NAO ENCONTRADO "
                 CLOSE CADEXPCTB
                 GO TO FN-FIM2.

       FN-ABRE4.
           OPEN INPUT CADPEDIDO
           IF ERRO NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO =>" ERRO
                 CLOSE CADEXPCTB
                 CLOSE CADCTBMAP
                 GO TO FN-FIM2.
           OPEN INPUT CADCOMPRA
           IF ERRO NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO COMPRA =>" ERRO
                 CLOSE CADEXPCTB
                 CLOSE CADCTBMAP
                 CLOSE CADPEDIDO
                 GO TO FN-FIM2.

       FN-ABRE5.
           MOVE "N" TO NFOK.
           OPEN INPUT CADNF
           IF ERRO = "00"
               MOVE "S" TO NFOK.
           MOVE "N" TO RECOK.
           OPEN INPUT CADREC
           IF ERRO = "00"
               MOVE "S" TO RECOK.
           MOVE "N" TO PAGOK.
           OPEN INPUT CADPAG
           IF ERRO = "00"
               MOVE "S" TO PAGOK.
           MOVE "N" TO CUSTOOK.
           OPEN INPUT CADCUSTO
           IF ERRO = "00"
               MOVE "S" TO CUSTOOK.
           MOVE "N" TO PRODOK.
           OPEN INPUT CADPROD
           IF ERRO = "00"
               MOVE "S" TO PRODOK.
           MOVE "N" TO AJCOK.
           OPEN INPUT CADAJCOND
           IF ERRO = "00"
               MOVE "S" TO AJCOK.

       FN-ZERA.
           MOVE 1 TO IND.
       FN-ZERA-LOOP.
           MOVE ZEROS TO VALEVT(IND).
           ADD 1 TO IND.
           IF IND NOT > 16
               GO TO FN-ZERA-LOOP.

       FN-VENDAS.
           MOVE FILIALSEL TO CODFILIAL.
           MOVE ZEROS TO CODPEDIDO.
           START CADPEDIDO KEY IS NOT LESS THAN CHAVEPEDIDO
               INVALID KEY GO TO FN-VENDAS-FIM.
       FN-VENDAS-LOOP.
           READ CADPEDIDO NEXT RECORD
               AT END GO TO FN-VENDAS-FIM.
           IF CODFILIAL NOT = FILIALSEL
               GO TO FN-VENDAS-FIM.
           MOVE DATAPEDIDO TO DATAPEDX.
           IF DATAPEDX = DATADIA
               ADD TOTALVENDA TO VALEVT(1).
           GO TO FN-VENDAS-LOOP.
       FN-VENDAS-FIM.
           EXIT.

       FN-ICMS.
           IF NFOK NOT = "S"
               GO TO FN-ICMS-FIM.
           MOVE FILIALSEL TO FILIALNF.
           MOVE SPACES TO SERIENF.
           MOVE ZEROS TO NUMNF.
           START CADNF KEY IS NOT LESS THAN CHAVENF
               INVALID KEY GO TO FN-ICMS-FIM.
       FN-ICMS-LOOP.
           READ CADNF NEXT RECORD
               AT END GO TO FN-ICMS-FIM.
           IF FILIALNF NOT = FILIALSEL
               GO TO FN-ICMS-FIM.
           IF DATANF = DATAAMDNUM AND NF-EMITIDA
               ADD VALORICMSNF TO VALEVT(2).
           GO TO FN-ICMS-LOOP.
       FN-ICMS-FIM.
           EXIT.

       FN-RECEB.
           IF RECOK NOT = "S"
               GO TO FN-RECEB-FIM.
           MOVE FILIALSEL TO FILIALREC.
           MOVE ZEROS TO CLIENTEREC PEDIDOREC PARCELAREC.
           START CADREC KEY IS NOT LESS THAN CHAVEREC
               INVALID KEY GO TO FN-RECEB-FIM.
       FN-RECEB-LOOP.
           READ CADREC NEXT RECORD
               AT END GO TO FN-RECEB-FIM.
           IF FILIALREC NOT = FILIALSEL
               GO TO FN-RECEB-FIM.
           IF NOT PARCELA-PAGA OR DATAPAGREC NOT = DATAAMDNUM
               GO TO FN-RECEB-LOOP.
           IF FORMAREC < 1 OR FORMAREC > 4
               MOVE 1 TO FORMAREC.
           COMPUTE IND = FORMAREC + 2.
           ADD VALORPAGREC TO VALEVT(IND).
           ADD JUROSREC TO VALEVT(7).
           GO TO FN-RECEB-LOOP.
       FN-RECEB-FIM.
           EXIT.

       FN-COMPRAS.
           MOVE FILIALSEL TO CODFILCOMP.
           MOVE ZEROS TO CODCOMPRA.
           START CADCOMPRA KEY IS NOT LESS THAN CHAVECOMPRA
               INVALID KEY GO TO FN-COMPRAS-FIM.
       FN-COMPRAS-LOOP.
           READ CADCOMPRA NEXT RECORD
               AT END GO TO FN-COMPRAS-FIM.
           IF CODFILCOMP NOT = FILIALSEL
               GO TO FN-COMPRAS-FIM.
           IF FORNCOMPRA = ZEROS
               GO TO FN-COMPRAS-LOOP.
           MOVE DATACOMPRA TO DATAPEDX.
           IF DATAPEDX = DATADIA
               ADD TOTALCOMPRA TO VALEVT(8).
           GO TO FN-COMPRAS-LOOP.
       FN-COMPRAS-FIM.
           EXIT.

       FN-PAGTOS.
           IF PAGOK NOT = "S"
               GO TO FN-PAGTOS-FIM.
           MOVE FILIALSEL TO FILIALPAG.
           MOVE ZEROS TO FORNPAG COMPRAPAG PARCELAPAG.
           START CADPAG KEY IS NOT LESS THAN CHAVEPAG
               INVALID KEY GO TO FN-PAGTOS-FIM.
       FN-PAGTOS-LOOP.
           READ CADPAG NEXT RECORD
               AT END GO TO FN-PAGTOS-FIM.
           IF FILIALPAG NOT = FILIALSEL
               GO TO FN-PAGTOS-FIM.
           IF PAGAMENTO-PAGO AND DATAPAGPAG = DATAAMDNUM
               ADD VALORPAGPAG TO VALEVT(9).
           GO TO FN-PAGTOS-LOOP.
       FN-PAGTOS-FIM.
           EXIT.

       FN-AJCOND.
           IF AJCOK NOT = "S"
               GO TO FN-AJCOND-FIM.
           MOVE FILIALSEL TO FILIALAJC.
           MOVE SPACES TO ORIGEMAJC.
           MOVE ZEROS TO DOCAJC.
           START CADAJCOND KEY IS NOT LESS THAN CHAVEAJC
               INVALID KEY GO TO FN-AJCOND-FIM.
       FN-AJCOND-LOOP.
           READ CADAJCOND NEXT RECORD
               AT END GO TO FN-AJCOND-FIM.
           IF FILIALAJC NOT = FILIALSEL
               GO TO FN-AJCOND-FIM.
           IF DATAAJC NOT = DATAAMDNUM
               GO TO FN-AJCOND-LOOP.
           IF AJC-VENDA AND AJC-ACRESCIMO
               ADD VALORAJC TO VALEVT(13).
           IF AJC-VENDA AND AJC-DESCONTO
               ADD VALORAJC TO VALEVT(14).
           IF AJC-COMPRA AND AJC-ACRESCIMO
               ADD VALORAJC TO VALEVT(15).
           IF AJC-COMPRA AND AJC-DESCONTO
               ADD VALORAJC TO VALEVT(16).
           GO TO FN-AJCOND-LOOP.
       FN-AJCOND-FIM.
           EXIT.

       FN-DEVOL.
           MOVE "N" TO DEVOK.
           OPEN INPUT CADDEV
           IF ERRO NOT = "00"
               GO TO FN-DEVOL-FIM.
           MOVE "S" TO DEVOK.
       FN-DEVOL-LOOP.
           READ CADDEV
               AT END GO TO FN-DEVOL-FECHA.
           IF FILIALDEV = FILIALSEL AND DATADEV = DATAAMDNUM
               ADD VALORDEVREG TO VALEVT(10).
           GO TO FN-DEVOL-LOOP.
       FN-DEVOL-FECHA.
           CLOSE CADDEV.
       FN-DEVOL-FIM.
           EXIT.

       FN-AJUSTES.
           MOVE ZEROS TO QTDAJ ORDMOV.
           MOVE "N" TO MOVOK.
           OPEN INPUT MOVEST
           IF ERRO NOT = "00"
               GO TO FN-AJUSTES-FIM.
           MOVE "S" TO MOVOK.
       FN-AJUSTES-LOOP.
           READ MOVEST
               AT END GO TO FN-AJUSTES-FECHA.
           ADD 1 TO ORDMOV.
           IF FILIALMOV NOT = FILIALSEL OR TIPOMOV NOT = "A"
              OR DATAMOV NOT = DATAAMDNUM
               GO TO FN-AJUSTES-LOOP.
           IF QTDAJ = 300
               DISPLAY " LIMITE DE 300 AJUSTES NO DIA EXCEDIDO "
               ADD 1 TO QTDERRO
               GO TO FN-AJUSTES-FECHA.
           ADD 1 TO QTDAJ.
           MOVE PRODUTOMOV TO AJPROD(QTDAJ).
           MOVE ORDMOV TO AJORD(QTDAJ).
           MOVE QTDMOV TO AJQTD(QTDAJ).
           MOVE SALDOMOV TO AJSALDO(QTDAJ).
           MOVE ZEROS TO AJANT(QTDAJ).
           MOVE "N" TO AJACHOU(QTDAJ).
           GO TO FN-AJUSTES-LOOP.
       FN-AJUSTES-FECHA.
           CLOSE MOVEST.
           IF QTDAJ = ZEROS
               GO TO FN-AJUSTES-FIM.
           PERFORM FN-SALDO-ANT THRU FN-SALDO-ANT-FIM.
           MOVE 1 TO INDAJ.
       FN-AJUSTES-VALORIZA.
           PERFORM FN-CUSTO THRU FN-CUSTO-FIM.
           COMPUTE VALORAJW = AJQTD(INDAJ) * CUSTOW.
           IF AJACHOU(INDAJ) = "S"
               IF AJSALDO(INDAJ) > AJANT(INDAJ)
                   ADD VALORAJW TO VALEVT(11)
               ELSE
                   ADD VALORAJW TO VALEVT(12)
           ELSE
               ADD VALORAJW TO VALEVT(12).
           ADD 1 TO INDAJ.
           IF INDAJ NOT > QTDAJ
               GO TO FN-AJUSTES-VALORIZA.
       FN-AJUSTES-FIM.
           EXIT.

       FN-MONTA.
           MOVE ZEROS TO QTDLIN TOTDEBW TOTCREW.
           MOVE 1 TO IND.
       FN-MONTA-LOOP.
           IF VALEVT(IND) = ZEROS
               GO TO FN-MONTA-PROX.
           MOVE FILIALSEL TO FILIALMAP.
           MOVE IND TO EVENTOMAP.
           READ CADCTBMAP
           IF ERRO NOT = "00"
               MOVE ZEROS TO FILIALMAP
               MOVE IND TO EVENTOMAP
               READ CADCTBMAP.
           IF ERRO NOT = "00"
               DISPLAY " EVENTO SEM CONTA CONTABIL: " IND " "
                   TBEVENTO(IND)
               ADD 1 TO QTDERRO
               GO TO FN-MONTA-PROX.
           COMPUTE VALOREVTW ROUNDED = VALEVT(IND).
           IF HISTMAP = SPACES
               MOVE TBEVENTO(IND) TO HISTMAP.
           ADD 1 TO QTDLIN.
           MOVE IND TO LNEVENTO(QTDLIN).
           MOVE "D" TO LNDC(QTDLIN).
           MOVE CONTADEBMAP TO LNCONTA(QTDLIN).
           MOVE VALOREVTW TO LNVALOR(QTDLIN).
           MOVE HISTMAP TO LNHIST(QTDLIN).
           ADD VALOREVTW TO TOTDEBW.
           ADD 1 TO QTDLIN.
           MOVE IND TO LNEVENTO(QTDLIN).
           MOVE "C" TO LNDC(QTDLIN).
           MOVE CONTACREMAP TO LNCONTA(QTDLIN).
           MOVE VALOREVTW TO LNVALOR(QTDLIN).
           MOVE HISTMAP TO LNHIST(QTDLIN).
           ADD VALOREVTW TO TOTCREW.
       FN-MONTA-PROX.
           ADD 1 TO IND.
           IF IND NOT > 16
               GO TO FN-MONTA-LOOP.

       FN-CONFERE.
           IF QTDERRO NOT = ZEROS
               DISPLAY " EXPORTACAO REJEITADA - CORRIJA OS ERROS ACIMA "
               GO TO FN-FIM.
           IF TOTDEBW NOT = TOTCREW
               DISPLAY " EXPORTACAO REJEITADA - LOTE NAO BALANCEADO "
               DISPLAY " TOTAL A DEBITO.....: " TOTDEBW
               DISPLAY " TOTAL A CREDITO....: " TOTCREW
               GO TO FN-FIM.

       FN-CONTROLE.
           MOVE FILIALSEL TO FILIALECT.
           MOVE DATAAMDNUM TO DATAECT.
           MOVE "P" TO SITECT.
           MOVE QTDLIN TO QTDLINECT.
           MOVE TOTDEBW TO TOTDEBECT.
           MOVE TOTCREW TO TOTCREECT.
           MOVE DATAHOJE TO DATAGERECT.
           MOVE HORAW TO HORAGERECT.
           MOVE OPCODLOG TO OPERECT.
           WRITE REGECT.
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO CONTROLE =>" ERRO
               GO TO FN-FIM.
           IF QTDLIN = ZEROS
               GO TO FN-CONCLUI.

       FN-ABRE6.
           OPEN EXTEND EXPCTB
           IF ERRO2 = "35"
               OPEN OUTPUT EXPCTB.
           IF ERRO2 NOT = "00" AND ERRO2 NOT = "05"
                 DISPLAY "ERRO NA ABERTURA DO ARQ EXPCTB =>" ERRO2
                 DELETE CADEXPCTB RECORD
                 GO TO FN-FIM.
           MOVE 1 TO INDLIN.
       FN-GRAVA-LOOP.
           MOVE FILIALSEL TO FILIALEXP.
           MOVE DATAAMDNUM TO DATAEXP.
           MOVE INDLIN TO SEQEXP.
           MOVE LNEVENTO(INDLIN) TO EVENTOEXP.
           MOVE LNDC(INDLIN) TO DCEXP.
           MOVE LNCONTA(INDLIN) TO CONTAEXP.
           MOVE LNVALOR(INDLIN) TO VALOREXP.
           MOVE LNHIST(INDLIN) TO HISTEXP.
           WRITE REGEXP.
           ADD 1 TO INDLIN.
           IF INDLIN NOT > QTDLIN
               GO TO FN-GRAVA-LOOP.
           CLOSE EXPCTB.

       FN-CONCLUI.
           MOVE "E" TO SITECT.
           REWRITE REGECT.
           DISPLAY " EXPORTACAO CONTABIL CONCLUIDA ".
           DISPLAY " LANCAMENTOS.......: " QTDLIN.
           DISPLAY " TOTAL A DEBITO....: " TOTDEBW.
           DISPLAY " TOTAL A CREDITO...: " TOTCREW.
           IF QTDLIN = ZEROS
               DISPLAY " DIA SEM MOVIMENTO CONTABIL ".

       FN-FIM.
           CLOSE CADEXPCTB.
           CLOSE CADCTBMAP.
           CLOSE CADPEDIDO.
           CLOSE CADCOMPRA.
           IF NFOK = "S"
               CLOSE CADNF.
           IF RECOK = "S"
               CLOSE CADREC.
           IF PAGOK = "S"
               CLOSE CADPAG.
           IF CUSTOOK = "S"
               CLOSE CADCUSTO.
           IF PRODOK = "S"
               CLOSE CADPROD.
           IF AJCOK = "S"
               CLOSE CADAJCOND.
       FN-FIM2.
           EXIT PROGRAM.

       FN-SALDO-ANT.
           MOVE ZEROS TO ORDMOV.
           OPEN INPUT MOVEST
           IF ERRO NOT = "00"
               GO TO FN-SALDO-ANT-FIM.
       FN-SALDO-ANT-LOOP.
           READ MOVEST
               AT END GO TO FN-SALDO-ANT-FECHA.
           ADD 1 TO ORDMOV.
           IF FILIALMOV NOT = FILIALSEL
               GO TO FN-SALDO-ANT-LOOP.
           MOVE 1 TO INDAJ.
       FN-SALDO-ANT-TAB.
           IF AJPROD(INDAJ) = PRODUTOMOV AND ORDMOV < AJORD(INDAJ)
               MOVE SALDOMOV TO AJANT(INDAJ)
               MOVE "S" TO AJACHOU(INDAJ).
           ADD 1 TO INDAJ.
           IF INDAJ NOT > QTDAJ
               GO TO FN-SALDO-ANT-TAB.
           GO TO FN-SALDO-ANT-LOOP.
       FN-SALDO-ANT-FECHA.
           CLOSE MOVEST.
       FN-SALDO-ANT-FIM.
           EXIT.

       FN-CUSTO.
           MOVE ZEROS TO CUSTOW.
           IF CUSTOOK = "S"
               MOVE FILIALSEL TO FILIALCUSTO
               MOVE AJPROD(INDAJ) TO PRODUTOCUSTO
               READ CADCUSTO
               IF ERRO = "00"
                   MOVE CUSTOMEDIO TO CUSTOW.
           IF CUSTOW NOT = ZEROS OR PRODOK NOT = "S"
               GO TO FN-CUSTO-FIM.
           MOVE FILIALSEL TO CODFILPROD.
           MOVE AJPROD(INDAJ) TO CODPROD.
           READ CADPROD
           IF ERRO = "00"
               MOVE ULTPRECO TO CUSTOW.
       FN-CUSTO-FIM.
           EXIT.
