       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP090.
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
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADPADRIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPPI
               FILE STATUS  IS ERRO.

           SELECT RELPADR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.

           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECLI
               FILE STATUS  IS ERRO.

           SELECT CADPEDIDO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPEDIDO
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS ERRO.

           SELECT CADPEDITEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEITEM
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS ERRO.

           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVEPROD
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY IS CODBARRAS WITH DUPLICATES.

           SELECT CADCEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP
               FILE STATUS IS ERRO.

           SELECT MOVEST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT CADPROMO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPROMO
               FILE STATUS  IS ERRO.

           SELECT CADVEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEVEND
               FILE STATUS  IS ERRO.

           SELECT FECHDIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFECH
               FILE STATUS  IS ERRO.

           SELECT CADREC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEREC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADBACK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEBACK
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADACORDO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEACORDO
               FILE STATUS  IS ERRO.

           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPARAM
               FILE STATUS  IS ERRO.

           SELECT CADLOTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVELOTE
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADALOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEALOC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADKIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEKIT
               FILE STATUS  IS ERRO.

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

       FD  RELPADR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELPADR.DAT".
       01  LINHAPADR PIC X(80).

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

       FD  CADPEDITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADITEM.DAT".
       01  REGITEM.
           03 CHAVEITEM.
               05 FILIALITEM PIC 9(02).
               05 PEDIDOITEM PIC 9(06).
               05 ITEMSEQ PIC 9(03).
           03 PRODUTOITEM PIC 9(06).
           03 QUANTITEM PIC 9(04).
           03 PRECOITEM PIC 9(06)V9(03).
           03 TOTALITEMREG PIC 9(06)V9(03).

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

       FD  CADPROMO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROMO.DAT".
       01  REGPROMO.
           03 CHAVEPROMO.
               05 FILIALPROMO PIC 9(02).
               05 PRODUTOPROMO PIC 9(06).
           03 PRECOPROMO PIC 9(06)V9(03).
           03 DTINIPROMO PIC 9(08).
           03 DTFIMPROMO PIC 9(08).

       FD  CADVEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
       01  REGVEND.
           03 CHAVEVEND.
               05 FILIALVEND PIC 9(02).
               05 CODVEND PIC 9(04).
           03 NOMEVEND PIC X(30).
           03 PERCCOMIS PIC 9(02)V9(02).

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

       FD  CADBACK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADBACK.DAT".
       01  REGBACK.
           03 CHAVEBACK.
               05 FILIALBACK PIC 9(02).
               05 PEDIDOBACK PIC 9(06).
               05 ITEMBACK PIC 9(03).
           03 PRODUTOBACK PIC 9(06).
           03 CLIENTEBACK PIC 9(06).
           03 QTDBACK PIC 9(04).
           03 QTDATENDBACK PIC 9(04).
           03 DATABACK PIC 9(08).
           03 SITBACK PIC X(01).
               88 PENDENCIA-ABERTA VALUE "A".
               88 PENDENCIA-ATENDIDA VALUE "F".

       FD  CADACORDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADACORDO.DAT".
       01  REGACORDO.
           03 CHAVEACORDO.
               05 FILIALACO PIC 9(02).
               05 CLIENTEACO PIC 9(06).
               05 PRODUTOACO PIC 9(06).
           03 PRECOACO PIC 9(06)V9(03).
           03 DTINIACO PIC 9(08).
           03 DTFIMACO PIC 9(08).

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

       FD  CADLOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLOTE.DAT".
       01  REGLOTE.
           03 CHAVELOTE.
               05 FILIALLOTE PIC 9(02).
               05 PRODUTOLOTE PIC 9(06).
               05 NUMLOTE PIC X(10).
           03 QTDLOTE PIC 9(05).
           03 VALIDLOTE PIC 9(08).

       FD  CADALOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADALOC.DAT".
       01  REGALOC.
           03 CHAVEALOC.
               05 FILIALALOC PIC 9(02).
               05 PEDIDOALOC PIC 9(06).
               05 ITEMALOC PIC 9(03).
               05 SEQALOC PIC 9(02).
           03 LOTEALOC PIC X(10).
           03 QTDALOC PIC 9(04).
           03 PRODALOC PIC 9(06).

       FD  CADKIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADKIT.DAT".
       01  REGKIT.
           03 CHAVEKIT.
               05 FILIALKIT PIC 9(02).
               05 PRODKIT PIC 9(06).
               05 COMPKIT PIC 9(06).
           03 QTDCOMPKIT PIC 9(04).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  FILIALSEL PIC 9(02) VALUE ZEROS.
       01  DATAREF PIC 9(08) VALUE ZEROS.
       01  DATAREFR REDEFINES DATAREF.
           03 ANOREF PIC 9(04).
           03 MESREF PIC 9(02).
           03 DIAREF PIC 9(02).
       01  DATALIM PIC 9(08) VALUE ZEROS.
       01  DATAVERW PIC 9(08) VALUE ZEROS.
       01  DATAVERR REDEFINES DATAVERW.
           03 ANOVER PIC 9(04).
           03 MESVER PIC 9(02).
           03 DIAVER PIC 9(02).
       01  TABDIASMESX PIC X(24) VALUE "312831303130313130313031".
       01  TABDIASMES REDEFINES TABDIASMESX.
           03 DIASMES PIC 9(02) OCCURS 12 TIMES.
       01  ULTDIA PIC 9(02) VALUE ZEROS.
       01  QUOCIENTE PIC 9(06) VALUE ZEROS.
       01  RESTO4 PIC 9(04) VALUE ZEROS.
       01  RESTO100 PIC 9(04) VALUE ZEROS.
       01  RESTO400 PIC 9(04) VALUE ZEROS.
       01  ZMES PIC 9(02) VALUE ZEROS.
       01  ZANO PIC 9(04) VALUE ZEROS.
       01  ZSECULO PIC 9(02) VALUE ZEROS.
       01  ZANOSEC PIC 9(02) VALUE ZEROS.
       01  ZTERMO1 PIC 9(04) VALUE ZEROS.
       01  ZTERMO2 PIC 9(04) VALUE ZEROS.
       01  ZTERMO3 PIC 9(04) VALUE ZEROS.
       01  ZSOMA PIC 9(06) VALUE ZEROS.
       01  ZRESTO PIC 9(01) VALUE ZEROS.
       01  DIASEMW PIC 9(01) VALUE ZEROS.
       01  DIAOFF PIC 9(06) VALUE ZEROS.
       01  SEMANAW PIC 9(06) VALUE ZEROS.
       01  RESTOSEM PIC 9(01) VALUE ZEROS.
       01  QTDOCORR PIC 9(03) VALUE ZEROS.
       01  AVANCAW PIC X(01) VALUE "S".
       01  TABITENS.
           03 TBITEMOCC OCCURS 99 TIMES.
               05 TBPROD PIC 9(06).
               05 TBQTD PIC 9(04).
               05 TBMOTIVO PIC X(37).
               05 TBKIT PIC X(01).
               05 TBQTDITEM PIC 9(04).
               05 TBQTDPEND PIC 9(04).
               05 TBPRECO PIC 9(06)V9(03).
       01  TABUSO.
           03 TBUSOOCC OCCURS 500 TIMES.
               05 TBUSOPROD PIC 9(06).
               05 TBUSOQTD PIC 9(08).
       01  NITENS PIC 9(03) VALUE ZEROS.
       01  NUTEIS PIC 9(03) VALUE ZEROS.
       01  NAOATPED PIC 9(03) VALUE ZEROS.
       01  NUSO PIC 9(03) VALUE ZEROS.
       01  IX PIC 9(03) VALUE ZEROS.
       01  IY PIC 9(03) VALUE ZEROS.
       01  PRODUSOW PIC 9(06) VALUE ZEROS.
       01  USOCHEIO PIC X(01) VALUE "N".
       01  DISPONW PIC 9(05) VALUE ZEROS.
       01  EXCESSOW PIC X(01) VALUE "N".
       01  MOTIVOW PIC X(37) VALUE SPACES.
       01  MOTIVOITW PIC X(37) VALUE SPACES.
       01  CEPW PIC 9(08) VALUE ZEROS.
       01  VALORSOLW PIC 9(07)V9(03) VALUE ZEROS.
       01  QTDPENDPED PIC 9(03) VALUE ZEROS.
       01  TOTDEVIDOS PIC 9(05) VALUE ZEROS.
       01  TOTGER PIC 9(05) VALUE ZEROS.
       01  TOTREJ PIC 9(05) VALUE ZEROS.
       01  TOTPAUSA PIC 9(05) VALUE ZEROS.
       01  TOTPEND PIC 9(05) VALUE ZEROS.
       01  TOTNAOATEND PIC 9(05) VALUE ZEROS.
       01  VALGER PIC 9(09)V9(03) VALUE ZEROS.
       01  VALREJ PIC 9(09)V9(03) VALUE ZEROS.
       01  DATAHOJE PIC 9(08) VALUE ZEROS.
       01  ITEM-ATUAL.
           03 CODPRODUTO PIC 9(06).
           03 QUANT PIC 9(04).
       01  NUMITEM PIC 9(03) VALUE ZERO.
       01  TOTALITEM PIC 9(06)V9(03) VALUE ZERO.
       01  ITEMSEMICMS PIC 9(06)V9(03) VALUE ZERO.
       01  SOMACREDITO PIC 9(07)V9(03) VALUE ZERO.
       01  CLIENTEW PIC 9(06) VALUE ZERO.
       01  CODFILW PIC 9(02) VALUE ZERO.
       01  TOTALVENDAW PIC 9(06)V9(03) VALUE ZERO.
       01  MAXCODPED PIC 9(06) VALUE ZERO.
       01  FILIALSCAN PIC 9(02) VALUE ZERO.
       01  NUMPARC PIC 9(02) VALUE ZERO.
       01  INDPARC PIC 9(02) VALUE ZERO.
       01  VALORPARC PIC 9(06)V9(03) VALUE ZERO.
       01  VALORULT PIC 9(06)V9(03) VALUE ZERO.
       01  DATAPEDW PIC 9(08) VALUE ZEROS.
       01  DATAPEDR REDEFINES DATAPEDW.
           03 DIAPED PIC 9(02).
           03 MESPED PIC 9(02).
           03 ANOPED PIC 9(04).
       01  VENCW.
           03 ANOVENC PIC 9(04).
           03 MESVENC PIC 9(02).
           03 DIAVENC PIC 9(02).
       01  VENCNUM REDEFINES VENCW PIC 9(08).
       01  MESCALC PIC 9(04) VALUE ZEROS.
       01  PEDRESERVADO PIC 9(06) VALUE ZEROS.
       01  FECHOK PIC X(01) VALUE "N".
       01  PRECOUSADO PIC 9(06)V9(03) VALUE ZERO.
       01  PROMOOK PIC X(01) VALUE "N".
       01  DATAPEDAMD.
           03 ANOAMD PIC 9(04).
           03 MESAMD PIC 9(02).
           03 DIAAMD PIC 9(02).
       01  DATAPEDNUM REDEFINES DATAPEDAMD PIC 9(08).
       01  TIPOMOVW PIC X(01) VALUE SPACE.
       01  DOCMOVW PIC 9(06) VALUE ZEROS.
       01  QTDMOVW PIC 9(04) VALUE ZEROS.
       01  DATAMOVW PIC 9(08) VALUE ZEROS.
       01  HORAMOVW PIC 9(06) VALUE ZEROS.
       01  QTDPENDW PIC 9(04) VALUE ZEROS.
       01  DATAPENDW PIC 9(08) VALUE ZEROS.
       01  ACORDOOK PIC X(01) VALUE "N".
       01  FORMAW PIC 9(02) VALUE ZEROS.
       01  PARAMOK PIC X(01) VALUE "N".
       01  ATRASOOK PIC X(01) VALUE "S".
       01  DIASBLOQW PIC 9(03) VALUE ZEROS.
       01  DATAHOJECR PIC 9(08) VALUE ZEROS.
       01  DATAHOJECRR REDEFINES DATAHOJECR.
           03 ANOHOJCR PIC 9(04).
           03 MESHOJCR PIC 9(02).
           03 DIAHOJCR PIC 9(02).
       01  DIASHOJE PIC 9(08) VALUE ZEROS.
       01  DIASVENCW PIC 9(08) VALUE ZEROS.
       01  DIASATRASOW PIC S9(05) VALUE ZEROS.
       01  LOTEOK PIC X(01) VALUE "N".
       01  LOTEMOVW PIC X(10) VALUE SPACES.
       01  RESTANTE PIC 9(04) VALUE ZEROS.
       01  TOMA PIC 9(04) VALUE ZEROS.
       01  SEQALOCW PIC 9(02) VALUE ZEROS.
       01  MELHORLOTE PIC X(10) VALUE SPACES.
       01  MELHORVAL PIC 9(08) VALUE ZEROS.
       01  ACHOULOTE PIC X(01) VALUE "N".
       01  KITOK PIC X(01) VALUE "N".
       01  KITSIM PIC X(01) VALUE "N".
       01  KITESTOK PIC X(01) VALUE "S".
       01  KITPRODW PIC 9(06) VALUE ZEROS.
       01  QTDKITW PIC 9(08) VALUE ZEROS.
       01  ITEMKITW.
           03 CODPRODKW PIC 9(06).
           03 QUANTKW PIC 9(04).
       01  LINCAB1 PIC X(80) VALUE
           " GERACAO DE PEDIDOS PROGRAMADOS (RECORRENTES)".
       01  LINCAB2.
           03 FILLER PIC X(07) VALUE " DATA: ".
           03 LCDATA PIC 9(08).
           03 FILLER PIC X(13) VALUE "   OPERADOR: ".
           03 LCOPER PIC ZZZ9.
           03 FILLER PIC X(13) VALUE "   REFERENCIA".
           03 FILLER PIC X(02) VALUE ": ".
           03 LCREF PIC 9(08).
           03 FILLER PIC X(10) VALUE "   FILIAL:".
           03 LCFILIAL PIC Z9.
       01  LINCAB3.
           03 FILLER PIC X(40) VALUE
               "FL CLIENT SQ DESCRICAO            SITUAC".
           03 FILLER PIC X(40) VALUE
               "AO  PEDIDO ITE PEN      VALOR".
       01  LINDET.
           03 LDFILIAL PIC 9(02).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDCLIENTE PIC 9(06).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDSEQ PIC 9(02).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDDESC PIC X(20).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDSITU PIC X(09).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDPEDIDO PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDITENS PIC ZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDPEND PIC ZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDVALOR PIC ZZZZZZ9,99.
       01  LINMOTIVO.
           03 FILLER PIC X(12) VALUE "    MOTIVO: ".
           03 LMMOTIVO PIC X(37).
       01  LINITEM.
           03 FILLER PIC X(12) VALUE "    PRODUTO ".
           03 LIPROD PIC 9(06).
           03 FILLER PIC X(02) VALUE ": ".
           03 LIMOTIVO PIC X(37).
       01  LINOCORR.
           03 FILLER PIC X(28) VALUE "    OCORRENCIAS NO PERIODO: ".
           03 LOQTD PIC ZZ9.
           03 FILLER PIC X(22) VALUE " - GERADO PEDIDO UNICO".
       01  LINBRANCO PIC X(80) VALUE SPACES.
       01  LINTOT1.
           03 FILLER PIC X(24) VALUE " PEDIDOS GERADOS......: ".
           03 LTGER PIC ZZZZ9.
           03 FILLER PIC X(10) VALUE "   VALOR: ".
           03 LTVALGER PIC ZZZZZZZZ9,99.
       01  LINTOT2.
           03 FILLER PIC X(24) VALUE " PEDIDOS NAO GERADOS..: ".
           03 LTREJ PIC ZZZZ9.
           03 FILLER PIC X(10) VALUE "   VALOR: ".
           03 LTVALREJ PIC ZZZZZZZZ9,99.
       01  LINTOT3.
           03 FILLER PIC X(24) VALUE " PROGRAMADOS PAUSADOS.: ".
           03 LTPAUSA PIC ZZZZ9.
       01  LINTOT4.
           03 FILLER PIC X(24) VALUE " ITENS EM PENDENCIA...: ".
           03 LTPEND PIC ZZZZ9.
       01  LINTOT5.
           03 FILLER PIC X(24) VALUE " ITENS NAO ATENDIDOS..: ".
           03 LTNAOATEND PIC ZZZZ9.
       01  LINTOT6.
           03 FILLER PIC X(24) VALUE " PROGRAMADOS DEVIDOS..: ".
           03 LTDEVIDOS PIC ZZZZ9.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "PED.PROGRAM.".
           03 ARQRELSP PIC X(14) VALUE "RELPADR.DAT".
           03 OPERRELSP PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).
       01  PARMJOB.
           03 MODOPRM PIC X(01).
               88 JOB-BATCH VALUE "B".
           03 FILIALPRM PIC 9(02).
           03 DATAPRM PIC 9(08).
           03 DATAPRMR REDEFINES DATAPRM.
               05 ANOPRM PIC 9(04).
               05 MESPRM PIC 9(02).
               05 DIAPRM PIC 9(02).
           03 RCPRM PIC 9(02).

       PROCEDURE DIVISION USING OPERLOG PARMJOB.
      *
       FN-PARAMETROS.
           MOVE ZEROS TO RCPRM.
           IF JOB-BATCH
               MOVE FILIALPRM TO FILIALSEL
               MOVE DATAPRM TO DATAREF
               GO TO FN-DATA-REF.
           DISPLAY " GERACAO DE PEDIDOS PROGRAMADOS ".
           DISPLAY " FILIAL (00 = TODAS): ".
           ACCEPT FILIALSEL.
           DISPLAY " DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATAREF.

       FN-DATA-REF.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           IF DATAREF = ZEROS
               MOVE DATAHOJE TO DATAREF.
           IF MESREF < 1 OR MESREF > 12 OR DIAREF < 1 OR DIAREF > 31
               DISPLAY " DATA DE REFERENCIA INVALIDA "
               MOVE 08 TO RCPRM
               GO TO FN-FIM3.
           MOVE DATAREF TO DATAPEDNUM.
           MOVE DIAREF TO DIAPED.
           MOVE MESREF TO MESPED.
           MOVE ANOREF TO ANOPED.

       FN-ABRE1.
           OPEN I-O CADPADR
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADPADR
                 CLOSE CADPADR
                 GO TO FN-ABRE1
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PADR =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM3
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN INPUT CADPADRIT
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADPADRIT
                 CLOSE CADPADRIT
                 GO TO FN-ABRE2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PADRIT =>" ERRO
                 MOVE 08 TO RCPRM
                 CLOSE CADPADR
                 GO TO FN-FIM3
           ELSE
                 NEXT SENTENCE.

       FN-ABRE3.
           OPEN I-O CADPEDIDO
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADPEDIDO
                 CLOSE CADPEDIDO
                 GO TO FN-ABRE3
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE4.
           OPEN I-O CADPEDITEM
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADPEDITEM
                 CLOSE CADPEDITEM
                 GO TO FN-ABRE4
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ITEM =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE5.
           OPEN EXTEND MOVEST
           IF ERRO NOT = "00" AND ERRO NOT = "05"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVEST =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2.

       FN-ABRE6.
           OPEN I-O CADREC
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADREC
                 CLOSE CADREC
                 GO TO FN-ABRE6
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO RECEBER =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE7.
           OPEN I-O CADBACK
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADBACK
                 CLOSE CADBACK
                 GO TO FN-ABRE7
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEND =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE8.
           OPEN INPUT CADCEP
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADCEP NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEP =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE9.
           OPEN INPUT CADCLI
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADCLI NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE10.
           OPEN INPUT CADVEND
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADVEND NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDEDOR =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE11.
           OPEN I-O CADALOC
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADALOC
                 CLOSE CADALOC
                 GO TO FN-ABRE11
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ALOC =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE12.
           MOVE "N" TO FECHOK.
           OPEN INPUT FECHDIA
           IF ERRO = "00"
               MOVE "S" TO FECHOK.
           MOVE "N" TO PROMOOK.
           OPEN INPUT CADPROMO
           IF ERRO = "00"
               MOVE "S" TO PROMOOK.
           MOVE "N" TO ACORDOOK.
           OPEN INPUT CADACORDO
           IF ERRO = "00"
               MOVE "S" TO ACORDOOK.
           MOVE "N" TO PARAMOK.
           OPEN INPUT CADPARAM
           IF ERRO = "00"
               MOVE "S" TO PARAMOK.
           MOVE "N" TO LOTEOK.
           OPEN I-O CADLOTE
           IF ERRO = "00"
               MOVE "S" TO LOTEOK.
           MOVE "N" TO KITOK.
           OPEN INPUT CADKIT
           IF ERRO = "00"
               MOVE "S" TO KITOK.

       FN-ABRE13.
           OPEN I-O CADPROD
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADPROD NAO ENCONTRADO "
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.


       FN-ABRE14.
           OPEN OUTPUT RELPADR
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELPADR =>" ERRO2
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2.

       FN-CABECALHO.
           WRITE LINHAPADR FROM LINCAB1.
           MOVE DATAHOJE TO LCDATA.
           MOVE OPCODLOG TO LCOPER.
           MOVE DATAREF TO LCREF.
           MOVE FILIALSEL TO LCFILIAL.
           WRITE LINHAPADR FROM LINCAB2.
           WRITE LINHAPADR FROM LINBRANCO.
           WRITE LINHAPADR FROM LINCAB3.
           MOVE FILIALSEL TO FILIALPP.
           MOVE ZEROS TO CLIENTEPP SEQPP.
           START CADPADR KEY IS NOT LESS THAN CHAVEPP
               INVALID KEY GO TO FN-TOTAIS.

       FN-PADRAO.
           READ CADPADR NEXT RECORD
               AT END GO TO FN-TOTAIS.
           IF ERRO = "99"
               GO TO FN-PADRAO.
           IF FILIALSEL NOT = ZEROS AND FILIALPP NOT = FILIALSEL
               GO TO FN-TOTAIS.
           PERFORM FN-VENCIMENTO THRU FN-VENCIMENTO-FIM.
           IF QTDOCORR = ZEROS
               GO TO FN-PADRAO.
           ADD 1 TO TOTDEVIDOS.
           MOVE ZEROS TO NITENS NUTEIS NUSO TOTALVENDAW VALORSOLW
               QTDPENDPED NUMITEM NAOATPED.
           MOVE SPACES TO MOTIVOW.
           MOVE "S" TO AVANCAW.
           IF PADRAO-PAUSADO
               GO TO FN-PAUSADO.
           MOVE FILIALPP TO CODFILIAL CODFILW.
           MOVE CLIENTEPP TO CLIENTEW.
           PERFORM FN-CARREGA-ITENS THRU FN-CARREGA-ITENS-FIM.
           PERFORM FN-VALIDA-CABEC THRU FN-VALIDA-CABEC-FIM.
           IF MOTIVOW = SPACES
               PERFORM FN-VALIDA-ITENS THRU FN-VALIDA-ITENS-FIM.
           IF MOTIVOW = SPACES AND NUTEIS = ZEROS
               MOVE "NENHUM ITEM EM CONDICOES DE GERACAO" TO MOTIVOW.
           IF MOTIVOW = SPACES
               PERFORM FN-CREDITO THRU FN-CREDITO-FIM.
           IF MOTIVOW NOT = SPACES
               GO TO FN-REJEITA.

       FN-ACEITA.
           PERFORM FN-PROXPED THRU FN-PROXPED-FIM.
           MOVE ZEROS TO TOTALVENDAW NUMITEM IX.
           MOVE "V" TO TIPOMOVW.
           MOVE CODPEDIDO TO DOCMOVW.
       FN-ACEITA-ITENS.
           ADD 1 TO IX.
           IF IX > NITENS
               GO TO FN-ACEITA-PEDIDO.
           IF TBQTDITEM (IX) = ZEROS AND TBQTDPEND (IX) = ZEROS
               GO TO FN-ACEITA-ITENS.
           MOVE TBPROD (IX) TO CODPRODUTO.
           MOVE TBQTDITEM (IX) TO QUANT.
           MOVE TBQTDPEND (IX) TO QTDPENDW.
           MOVE TBPRECO (IX) TO PRECOUSADO.
           PERFORM FN-LE-PROD THRU FN-LE-PROD-FIM.
           IF TBKIT (IX) = "N" AND QUANT > QUANTEST
               COMPUTE QTDPENDW = QTDPENDW + QUANT - QUANTEST
               MOVE QUANTEST TO QUANT.
           IF QUANT = ZEROS
               GO TO FN-ACEITA-PEND.
           PERFORM FN-TOTAL-ITEM THRU FN-TOTAL-ITEM-FIM.
           ADD 1 TO NUMITEM
           MOVE CODFILIAL TO FILIALITEM
           MOVE CODPEDIDO TO PEDIDOITEM
           MOVE NUMITEM TO ITEMSEQ
           MOVE CODPRODUTO TO PRODUTOITEM
           MOVE QUANT TO QUANTITEM
           MOVE PRECOUSADO TO PRECOITEM
           MOVE TOTALITEM TO TOTALITEMREG
           WRITE REGITEM
           MOVE ZEROS TO SEQALOCW.
           IF TBKIT (IX) = "S"
               PERFORM FN-BAIXA-KIT THRU FN-BAIXA-KIT-FIM
           ELSE
               SUBTRACT QUANT FROM QUANTEST
               PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM
               PERFORM FN-ALOCA-LOTES THRU FN-ALOCA-LOTES-FIM.
           ADD TOTALITEM TO TOTALVENDAW.
       FN-ACEITA-PEND.
           IF QTDPENDW > ZEROS
               PERFORM FN-GRAVA-PEND THRU FN-GRAVA-PEND-FIM
               ADD 1 TO QTDPENDPED.
           GO TO FN-ACEITA-ITENS.
       FN-ACEITA-PEDIDO.
           MOVE FILIALPP TO CODFILIAL.
           MOVE PEDRESERVADO TO CODPEDIDO.
           MOVE CLIENTEW TO CLIENTEPEDIDO.
           MOVE DATAPEDW TO DATAPEDIDO.
           MOVE TOTALVENDAW TO TOTALVENDA.
           MOVE CEPW TO CEPPEDIDO.
           MOVE OPCODLOG TO OPERADORPED.
           MOVE VENDPP TO VENDEDORPED.
           MOVE "D" TO STATUSPED.
           REWRITE REGPEPDIDO.
           IF TOTALVENDA > ZEROS
               PERFORM FN-GERA-PARCELAS THRU FN-GERA-PARCELAS-FIM.
           MOVE DATAREF TO ULTGERPP.
           MOVE CODPEDIDO TO ULTPEDPP.
           PERFORM FN-REWRITE-PADR THRU FN-REWRITE-PADR-FIM.
           ADD 1 TO TOTGER.
           ADD TOTALVENDAW TO VALGER.
           ADD QTDPENDPED TO TOTPEND.
           ADD NAOATPED TO TOTNAOATEND.
           MOVE "GERADO" TO LDSITU.
           MOVE CODPEDIDO TO LDPEDIDO.
           MOVE NUMITEM TO LDITENS.
           MOVE QTDPENDPED TO LDPEND.
           MOVE TOTALVENDAW TO LDVALOR.
           PERFORM FN-DETALHE THRU FN-DETALHE-FIM.
           PERFORM FN-LISTA-ITENS THRU FN-LISTA-ITENS-FIM.
           GO TO FN-PADRAO.

       FN-PAUSADO.
           ADD 1 TO TOTPAUSA.
           MOVE DATAREF TO ULTGERPP.
           PERFORM FN-REWRITE-PADR THRU FN-REWRITE-PADR-FIM.
           MOVE "PAUSADO" TO LDSITU.
           MOVE ZEROS TO LDPEDIDO LDITENS LDPEND LDVALOR.
           PERFORM FN-DETALHE THRU FN-DETALHE-FIM.
           MOVE "PAUSADO - OCORRENCIA NAO GERADA" TO LMMOTIVO.
           WRITE LINHAPADR FROM LINMOTIVO.
           GO TO FN-PADRAO.

       FN-REJEITA.
           ADD 1 TO TOTREJ.
           ADD VALORSOLW TO VALREJ.
           IF AVANCAW = "S"
               MOVE DATAREF TO ULTGERPP
               PERFORM FN-REWRITE-PADR THRU FN-REWRITE-PADR-FIM.
           MOVE "NAO GERAD" TO LDSITU.
           MOVE ZEROS TO LDPEDIDO LDPEND.
           MOVE NITENS TO LDITENS.
           MOVE VALORSOLW TO LDVALOR.
           PERFORM FN-DETALHE THRU FN-DETALHE-FIM.
           MOVE MOTIVOW TO LMMOTIVO.
           WRITE LINHAPADR FROM LINMOTIVO.
           PERFORM FN-LISTA-ITENS THRU FN-LISTA-ITENS-FIM.
           GO TO FN-PADRAO.

       FN-TOTAIS.
           WRITE LINHAPADR FROM LINBRANCO.
           MOVE TOTDEVIDOS TO LTDEVIDOS.
           WRITE LINHAPADR FROM LINTOT6.
           MOVE TOTGER TO LTGER.
           MOVE VALGER TO LTVALGER.
           WRITE LINHAPADR FROM LINTOT1.
           MOVE TOTREJ TO LTREJ.
           MOVE VALREJ TO LTVALREJ.
           WRITE LINHAPADR FROM LINTOT2.
           MOVE TOTPAUSA TO LTPAUSA.
           WRITE LINHAPADR FROM LINTOT3.
           MOVE TOTPEND TO LTPEND.
           WRITE LINHAPADR FROM LINTOT4.
           MOVE TOTNAOATEND TO LTNAOATEND.
           WRITE LINHAPADR FROM LINTOT5.
           IF TOTREJ > ZEROS OR TOTNAOATEND > ZEROS
               MOVE 04 TO RCPRM.
           GO TO FN-FIM.

       FN-DETALHE.
           MOVE FILIALPP TO LDFILIAL.
           MOVE CLIENTEPP TO LDCLIENTE.
           MOVE SEQPP TO LDSEQ.
           MOVE DESCPP TO LDDESC.
           WRITE LINHAPADR FROM LINDET.
           IF QTDOCORR > 1
               MOVE QTDOCORR TO LOQTD
               WRITE LINHAPADR FROM LINOCORR.
       FN-DETALHE-FIM.
           EXIT.

       FN-LISTA-ITENS.
           MOVE ZEROS TO IX.
       FN-LISTA-ITENS-LOOP.
           ADD 1 TO IX.
           IF IX > NITENS
               GO TO FN-LISTA-ITENS-FIM.
           IF TBMOTIVO (IX) = SPACES
               GO TO FN-LISTA-ITENS-LOOP.
           MOVE TBPROD (IX) TO LIPROD.
           MOVE TBMOTIVO (IX) TO LIMOTIVO.
           WRITE LINHAPADR FROM LINITEM.
           GO TO FN-LISTA-ITENS-LOOP.
       FN-LISTA-ITENS-FIM.
           EXIT.

       FN-REWRITE-PADR.
           REWRITE REGPADR
           IF ERRO = "99"
               GO TO FN-REWRITE-PADR.
       FN-REWRITE-PADR-FIM.
           EXIT.

       FN-VENCIMENTO.
           MOVE ZEROS TO QTDOCORR.
           MOVE DATAREF TO DATALIM.
           IF DTFIMPP NOT = ZEROS AND DTFIMPP < DATALIM
               MOVE DTFIMPP TO DATALIM.
           IF DTINIPP = ZEROS OR DTINIPP > DATALIM
              OR ULTGERPP NOT < DATALIM
               GO TO FN-VENCIMENTO-FIM.
           MOVE DTINIPP TO DATAVERW.
           PERFORM FN-DIA-SEMANA THRU FN-DIA-SEMANA-FIM.
           MOVE ZEROS TO DIAOFF.
       FN-VENCIMENTO-LOOP.
           IF DATAVERW > DATALIM
               GO TO FN-VENCIMENTO-FIM.
           IF DATAVERW NOT > ULTGERPP
               GO TO FN-VENCIMENTO-PROX.
           IF FREQ-MENSAL
               PERFORM FN-ULTIMO-DIA THRU FN-ULTIMO-DIA-FIM
               IF DIAVER = DIAMESPP
                   OR (DIAMESPP > ULTDIA AND DIAVER = ULTDIA)
                   ADD 1 TO QTDOCORR
                   GO TO FN-VENCIMENTO-PROX
               ELSE
                   GO TO FN-VENCIMENTO-PROX.
           IF DIASEMW NOT = DIASEMPP
               GO TO FN-VENCIMENTO-PROX.
           IF FREQ-QUINZENAL
               DIVIDE DIAOFF BY 7 GIVING SEMANAW
               DIVIDE SEMANAW BY 2 GIVING QUOCIENTE REMAINDER RESTOSEM
               IF RESTOSEM NOT = ZERO
                   GO TO FN-VENCIMENTO-PROX.
           ADD 1 TO QTDOCORR.
       FN-VENCIMENTO-PROX.
           PERFORM FN-SOMA-DIA THRU FN-SOMA-DIA-FIM.
           ADD 1 TO DIAOFF.
           ADD 1 TO DIASEMW.
           IF DIASEMW > 7
               MOVE 1 TO DIASEMW.
           GO TO FN-VENCIMENTO-LOOP.
       FN-VENCIMENTO-FIM.
           EXIT.

       FN-DIA-SEMANA.
           MOVE MESVER TO ZMES.
           MOVE ANOVER TO ZANO.
           IF ZMES < 3
               ADD 12 TO ZMES
               SUBTRACT 1 FROM ZANO.
           DIVIDE ZANO BY 100 GIVING ZSECULO REMAINDER ZANOSEC.
           COMPUTE ZSOMA = 13 * (ZMES + 1).
           DIVIDE ZSOMA BY 5 GIVING ZTERMO1.
           DIVIDE ZANOSEC BY 4 GIVING ZTERMO2.
           DIVIDE ZSECULO BY 4 GIVING ZTERMO3.
           COMPUTE ZSOMA = DIAVER + ZTERMO1 + ZANOSEC + ZTERMO2
               + ZTERMO3 + (5 * ZSECULO) + 6.
           DIVIDE ZSOMA BY 7 GIVING QUOCIENTE REMAINDER ZRESTO.
           ADD 1 ZRESTO GIVING DIASEMW.
       FN-DIA-SEMANA-FIM.
           EXIT.

       FN-ULTIMO-DIA.
           MOVE DIASMES(MESVER) TO ULTDIA.
           IF MESVER = 2
               DIVIDE ANOVER BY 4 GIVING QUOCIENTE REMAINDER RESTO4
               DIVIDE ANOVER BY 100 GIVING QUOCIENTE REMAINDER RESTO100
               DIVIDE ANOVER BY 400 GIVING QUOCIENTE REMAINDER RESTO400
               IF RESTO4 = ZERO AND
                  (RESTO100 NOT = ZERO OR RESTO400 = ZERO)
                   MOVE 29 TO ULTDIA.
       FN-ULTIMO-DIA-FIM.
           EXIT.

       FN-SOMA-DIA.
           PERFORM FN-ULTIMO-DIA THRU FN-ULTIMO-DIA-FIM.
           ADD 1 TO DIAVER.
           IF DIAVER > ULTDIA
               MOVE 1 TO DIAVER
               ADD 1 TO MESVER
               IF MESVER > 12
                   MOVE 1 TO MESVER
                   ADD 1 TO ANOVER.
       FN-SOMA-DIA-FIM.
           EXIT.

       FN-CARREGA-ITENS.
           MOVE "N" TO EXCESSOW.
           MOVE FILIALPP TO FILIALPPI.
           MOVE CLIENTEPP TO CLIENTEPPI.
           MOVE SEQPP TO SEQPPI.
           MOVE ZEROS TO PRODPPI.
           START CADPADRIT KEY IS NOT LESS THAN CHAVEPPI
               INVALID KEY GO TO FN-CARREGA-ITENS-FIM.
       FN-CARREGA-ITENS-LOOP.
           READ CADPADRIT NEXT RECORD
               AT END GO TO FN-CARREGA-ITENS-FIM.
           IF FILIALPPI NOT = FILIALPP OR CLIENTEPPI NOT = CLIENTEPP
              OR SEQPPI NOT = SEQPP
               GO TO FN-CARREGA-ITENS-FIM.
           IF NITENS NOT < 99
               MOVE "S" TO EXCESSOW
               GO TO FN-CARREGA-ITENS-FIM.
           ADD 1 TO NITENS.
           MOVE PRODPPI TO TBPROD (NITENS).
           MOVE QTDPPI TO TBQTD (NITENS).
           MOVE SPACES TO TBMOTIVO (NITENS).
           MOVE "N" TO TBKIT (NITENS).
           MOVE ZEROS TO TBQTDITEM (NITENS) TBQTDPEND (NITENS)
               TBPRECO (NITENS).
           GO TO FN-CARREGA-ITENS-LOOP.
       FN-CARREGA-ITENS-FIM.
           EXIT.

       FN-VALIDA-CABEC.
           MOVE FILIALPP TO CODFILCLI.
           MOVE CLIENTEPP TO CODCLIE.
           READ CADCLI
           IF ERRO NOT = "00"
               MOVE "CLIENTE NAO CADASTRADO" TO MOTIVOW
               GO TO FN-VALIDA-CABEC-FIM.
           IF CLIENTE-INATIVO
               MOVE "CLIENTE INATIVO" TO MOTIVOW
               GO TO FN-VALIDA-CABEC-FIM.
           IF NITENS = ZEROS
               MOVE "PROGRAMADO SEM ITENS" TO MOTIVOW
               GO TO FN-VALIDA-CABEC-FIM.
           IF EXCESSOW = "S"
               MOVE "PROGRAMADO COM MAIS DE 99 ITENS" TO MOTIVOW
               GO TO FN-VALIDA-CABEC-FIM.
           MOVE FILIALPP TO FILIALVEND.
           MOVE VENDPP TO CODVEND.
           READ CADVEND
           IF ERRO NOT = "00"
               MOVE "VENDEDOR NAO CADASTRADO" TO MOTIVOW
               GO TO FN-VALIDA-CABEC-FIM.
           IF FECHOK = "S"
               PERFORM FN-DIA-FECHADO THRU FN-DIA-FECHADO-FIM
               IF DIA-FECHADO
                   MOVE "DIA JA ENCERRADO - GERACAO ADIADA" TO MOTIVOW
                   MOVE "N" TO AVANCAW
                   GO TO FN-VALIDA-CABEC-FIM.
           IF PARCPP = ZEROS
               MOVE 1 TO NUMPARC
           ELSE
               MOVE PARCPP TO NUMPARC.
           MOVE FORMAPP TO FORMAW.
           IF FORMAW < 1 OR FORMAW > 4
               MOVE "FORMA DE PAGAMENTO INVALIDA (1 A 4)" TO MOTIVOW
               GO TO FN-VALIDA-CABEC-FIM.
           IF CEPPP = ZEROS
               MOVE CEPCLIENTE TO CEPW
           ELSE
               MOVE CEPPP TO CEPW.
           MOVE CEPW TO CEP.
           READ CADCEP
           IF ERRO NOT = "00"
               MOVE "CEP DE ENTREGA NAO CADASTRADO" TO MOTIVOW.
       FN-VALIDA-CABEC-FIM.
           EXIT.

       FN-VALIDA-ITENS.
           MOVE ZEROS TO IX.
       FN-VALIDA-ITENS-LOOP.
           ADD 1 TO IX.
           IF IX > NITENS
               GO TO FN-VALIDA-ITENS-FIM.
           MOVE TBPROD (IX) TO CODPRODUTO.
           MOVE TBQTD (IX) TO QUANT.
           IF QUANT = ZEROS
               MOVE "QUANTIDADE ZERADA - ITEM NAO GERADO" TO MOTIVOITW
               PERFORM FN-ERRO-ITEM THRU FN-ERRO-ITEM-FIM
               GO TO FN-VALIDA-ITENS-LOOP.
           PERFORM FN-LE-PROD THRU FN-LE-PROD-FIM.
           IF ERRO NOT = "00"
               MOVE "PRODUTO NAO CADASTRADO - NAO GERADO" TO MOTIVOITW
               PERFORM FN-ERRO-ITEM THRU FN-ERRO-ITEM-FIM
               GO TO FN-VALIDA-ITENS-LOOP.
           PERFORM FN-PRECO THRU FN-PRECO-FIM.
           MOVE PRECOUSADO TO TBPRECO (IX).
           PERFORM FN-TOTAL-ITEM THRU FN-TOTAL-ITEM-FIM.
           ADD TOTALITEM TO VALORSOLW.
           IF PRODUTO-INATIVO
               MOVE "PRODUTO INATIVO - ITEM NAO GERADO" TO MOTIVOITW
               PERFORM FN-ERRO-ITEM THRU FN-ERRO-ITEM-FIM
               GO TO FN-VALIDA-ITENS-LOOP.
           MOVE CODPRODUTO TO KITPRODW.
           PERFORM FN-VERIF-KIT THRU FN-VERIF-KIT-FIM.
           IF KITSIM = "S"
               MOVE "S" TO TBKIT (IX)
               PERFORM FN-VALIDA-KIT THRU FN-VALIDA-KIT-FIM
               IF KITESTOK = "N"
                   MOVE "SEM ESTOQUE COMPONENTE KIT-NAO GERADO"
                       TO MOTIVOITW
                   PERFORM FN-ERRO-ITEM THRU FN-ERRO-ITEM-FIM
                   GO TO FN-VALIDA-ITENS-LOOP
               ELSE
                   MOVE QUANT TO TBQTDITEM (IX)
                   ADD 1 TO NUTEIS
                   ADD TOTALITEM TO TOTALVENDAW
                   GO TO FN-VALIDA-ITENS-LOOP.
           MOVE CODPRODUTO TO PRODUSOW.
           PERFORM FN-USO THRU FN-USO-FIM.
           IF USOCHEIO = "S"
               MOVE "LIMITE DE PRODUTOS EXCEDIDO" TO MOTIVOITW
               PERFORM FN-ERRO-ITEM THRU FN-ERRO-ITEM-FIM
               GO TO FN-VALIDA-ITENS-LOOP.
           IF TBUSOQTD (IY) NOT < QUANTEST
               MOVE ZEROS TO DISPONW
           ELSE
               COMPUTE DISPONW = QUANTEST - TBUSOQTD (IY).
           IF QUANT > DISPONW
               COMPUTE TBQTDPEND (IX) = QUANT - DISPONW
               MOVE DISPONW TO QUANT
               MOVE "SEM ESTOQUE - ITEM EM PENDENCIA"
                   TO TBMOTIVO (IX).
           MOVE QUANT TO TBQTDITEM (IX).
           ADD 1 TO NUTEIS.
           ADD QUANT TO TBUSOQTD (IY).
           PERFORM FN-TOTAL-ITEM THRU FN-TOTAL-ITEM-FIM.
           ADD TOTALITEM TO TOTALVENDAW.
           GO TO FN-VALIDA-ITENS-LOOP.
       FN-VALIDA-ITENS-FIM.
           EXIT.

       FN-ERRO-ITEM.
           MOVE MOTIVOITW TO TBMOTIVO (IX).
           ADD 1 TO NAOATPED.
       FN-ERRO-ITEM-FIM.
           EXIT.

       FN-LE-PROD.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE CODPRODUTO TO CODPROD.
           READ CADPROD
           IF ERRO = "99"
               GO TO FN-LE-PROD.
       FN-LE-PROD-FIM.
           EXIT.

       FN-PRECO.
           MOVE PRECOVENDA TO PRECOUSADO.
           IF PROMOOK = "S"
               PERFORM FN-PROMO THRU FN-PROMO-FIM.
           IF ACORDOOK = "S"
               PERFORM FN-ACORDO THRU FN-ACORDO-FIM.
       FN-PRECO-FIM.
           EXIT.

       FN-TOTAL-ITEM.
           MULTIPLY PRECOUSADO BY QUANT GIVING ITEMSEMICMS.
           COMPUTE TOTALITEM ROUNDED =
               ITEMSEMICMS + (ITEMSEMICMS * ICMS / 100).
       FN-TOTAL-ITEM-FIM.
           EXIT.

       FN-USO.
           MOVE "N" TO USOCHEIO.
           MOVE ZEROS TO IY.
       FN-USO-LOOP.
           ADD 1 TO IY.
           IF IY > NUSO
               GO TO FN-USO-NOVO.
           IF TBUSOPROD (IY) = PRODUSOW
               GO TO FN-USO-FIM.
           GO TO FN-USO-LOOP.
       FN-USO-NOVO.
           IF NUSO NOT < 500
               MOVE "S" TO USOCHEIO
               GO TO FN-USO-FIM.
           ADD 1 TO NUSO.
           MOVE NUSO TO IY.
           MOVE PRODUSOW TO TBUSOPROD (IY).
           MOVE ZEROS TO TBUSOQTD (IY).
       FN-USO-FIM.
           EXIT.

       FN-VALIDA-KIT.
           MOVE "S" TO KITESTOK.
           MOVE CODFILIAL TO FILIALKIT.
           MOVE CODPRODUTO TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-VALIDA-KIT-RELE.
       FN-VALIDA-KIT-LOOP.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-VALIDA-KIT-RELE.
           IF FILIALKIT NOT = CODFILIAL OR PRODKIT NOT = CODPRODUTO
               GO TO FN-VALIDA-KIT-RELE.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE COMPKIT TO CODPROD.
           READ CADPROD
           IF ERRO NOT = "00"
               MOVE "N" TO KITESTOK
               GO TO FN-VALIDA-KIT-RELE.
           MOVE COMPKIT TO PRODUSOW.
           PERFORM FN-USO THRU FN-USO-FIM.
           IF USOCHEIO = "S"
               MOVE "N" TO KITESTOK
               GO TO FN-VALIDA-KIT-RELE.
           COMPUTE QTDKITW = (QUANT * QTDCOMPKIT) + TBUSOQTD (IY).
           IF QTDKITW > QUANTEST OR QTDKITW > 9999 OR PRODUTO-INATIVO
               MOVE "N" TO KITESTOK
               GO TO FN-VALIDA-KIT-RELE.
           MOVE QTDKITW TO TBUSOQTD (IY).
           GO TO FN-VALIDA-KIT-LOOP.
       FN-VALIDA-KIT-RELE.
           PERFORM FN-LE-PROD THRU FN-LE-PROD-FIM.
       FN-VALIDA-KIT-FIM.
           EXIT.

       FN-DIA-FECHADO.
           MOVE SPACES TO SITFECH.
           MOVE CODFILIAL TO FILIALFECH.
           MOVE DATAPEDNUM TO DATAFECH.
           READ FECHDIA
           IF ERRO NOT = "00"
               MOVE SPACES TO SITFECH.
       FN-DIA-FECHADO-FIM.
           EXIT.

       FN-PROMO.
           MOVE CODFILIAL TO FILIALPROMO.
           MOVE CODPRODUTO TO PRODUTOPROMO.
           READ CADPROMO
           IF ERRO NOT = "00"
               GO TO FN-PROMO-FIM.
           IF DATAPEDNUM < DTINIPROMO OR DATAPEDNUM > DTFIMPROMO
               GO TO FN-PROMO-FIM.
           MOVE PRECOPROMO TO PRECOUSADO.
       FN-PROMO-FIM.
           EXIT.

       FN-ACORDO.
           MOVE CODFILIAL TO FILIALACO.
           MOVE CLIENTEW TO CLIENTEACO.
           MOVE CODPRODUTO TO PRODUTOACO.
           READ CADACORDO
           IF ERRO NOT = "00"
               GO TO FN-ACORDO-FIM.
           IF DATAPEDNUM < DTINIACO OR DATAPEDNUM > DTFIMACO
               GO TO FN-ACORDO-FIM.
           MOVE PRECOACO TO PRECOUSADO.
       FN-ACORDO-FIM.
           EXIT.

       FN-CREDITO.
           MOVE "S" TO ATRASOOK.
           PERFORM FN-BUSCA-DIASBLOQ THRU FN-BUSCA-DIASBLOQ-FIM.
           ACCEPT DATAHOJECR FROM DATE YYYYMMDD.
           COMPUTE DIASHOJE =
               (ANOHOJCR * 365) + (MESHOJCR * 30) + DIAHOJCR.
           MOVE ZEROS TO SOMACREDITO.
           MOVE CODFILW TO FILIALREC.
           MOVE CLIENTEW TO CLIENTEREC.
           MOVE ZEROS TO PEDIDOREC PARCELAREC.
           START CADREC KEY IS NOT LESS THAN CHAVEREC
               INVALID KEY GO TO FN-CREDITO-SOMA.
       FN-CREDITO-LOOP.
           READ CADREC NEXT RECORD
               AT END GO TO FN-CREDITO-SOMA.
           IF CLIENTEREC NOT = CLIENTEW OR FILIALREC NOT = CODFILW
               GO TO FN-CREDITO-SOMA.
           IF PARCELA-ABERTA
               ADD VALORREC TO SOMACREDITO
               PERFORM FN-VERIF-ATRASO THRU FN-VERIF-ATRASO-FIM.
           GO TO FN-CREDITO-LOOP.
       FN-CREDITO-SOMA.
           ADD TOTALVENDAW TO SOMACREDITO.
           MOVE CODFILW TO CODFILCLI.
           MOVE CLIENTEW TO CODCLIE.
           READ CADCLI.
           IF SOMACREDITO > LIMITECREDITO
               MOVE "LIMITE DE CREDITO EXCEDIDO" TO MOTIVOW
               GO TO FN-CREDITO-FIM.
           IF ATRASOOK = "N"
               MOVE "CLIENTE EM ATRASO - CREDITO BLOQUEADO" TO MOTIVOW.
       FN-CREDITO-FIM.
           EXIT.

       FN-BUSCA-DIASBLOQ.
           MOVE ZEROS TO DIASBLOQW.
           IF PARAMOK NOT = "S"
               GO TO FN-BUSCA-DIASBLOQ-FIM.
           MOVE CODFILW TO FILIALPAR.
           READ CADPARAM
           IF ERRO = "00"
               MOVE DIASBLOQPAR TO DIASBLOQW.
       FN-BUSCA-DIASBLOQ-FIM.
           EXIT.

       FN-VERIF-ATRASO.
           IF DIASBLOQW = ZEROS
               GO TO FN-VERIF-ATRASO-FIM.
           MOVE VENCREC TO VENCNUM.
           COMPUTE DIASVENCW =
               (ANOVENC * 365) + (MESVENC * 30) + DIAVENC.
           COMPUTE DIASATRASOW = DIASHOJE - DIASVENCW.
           IF DIASATRASOW > DIASBLOQW
               MOVE "N" TO ATRASOOK.
       FN-VERIF-ATRASO-FIM.
           EXIT.

       FN-PROXPED.
           MOVE FILIALPP TO FILIALSCAN.
           MOVE ZEROS TO MAXCODPED.
           MOVE FILIALSCAN TO CODFILIAL.
           MOVE ZEROS TO CODPEDIDO.
           START CADPEDIDO KEY IS NOT LESS THAN CHAVEPEDIDO
               INVALID KEY GO TO FN-PROXPED-NUM.
       FN-PROXPED-LOOP.
           READ CADPEDIDO NEXT RECORD
               AT END GO TO FN-PROXPED-NUM.
           IF CODFILIAL NOT = FILIALSCAN
               GO TO FN-PROXPED-NUM.
           MOVE CODPEDIDO TO MAXCODPED.
           GO TO FN-PROXPED-LOOP.
       FN-PROXPED-NUM.
           MOVE FILIALSCAN TO CODFILIAL.
           MOVE CLIENTEW TO CLIENTEPEDIDO.
           ADD 1 TO MAXCODPED GIVING CODPEDIDO.
       FN-PROXPED-GRAVA.
           MOVE ZEROS TO DATAPEDIDO TOTALVENDA CEPPEDIDO VENDEDORPED.
           MOVE OPCODLOG TO OPERADORPED.
           MOVE "D" TO STATUSPED.
           WRITE REGPEPDIDO
           IF ERRO = "22"
               ADD 1 TO CODPEDIDO
               GO TO FN-PROXPED-GRAVA.
           MOVE CODPEDIDO TO PEDRESERVADO.
       FN-PROXPED-FIM.
           EXIT.

       FN-GERA-PARCELAS.
           MOVE DATAPEDIDO TO DATAPEDW.
           DIVIDE TOTALVENDA BY NUMPARC GIVING VALORPARC ROUNDED.
           COMPUTE VALORULT = TOTALVENDA - (VALORPARC * (NUMPARC - 1)).
           MOVE ZEROS TO INDPARC.
       FN-GERA-PARCELAS-LOOP.
           ADD 1 TO INDPARC.
           IF INDPARC > NUMPARC
               GO TO FN-GERA-PARCELAS-FIM.
           COMPUTE MESCALC = MESPED + INDPARC.
           MOVE ANOPED TO ANOVENC.
       FN-GERA-PARCELAS-MES.
           IF MESCALC > 12
               SUBTRACT 12 FROM MESCALC
               ADD 1 TO ANOVENC
               GO TO FN-GERA-PARCELAS-MES.
           MOVE MESCALC TO MESVENC.
           IF DIAPED > 28
               MOVE 28 TO DIAVENC
           ELSE
               MOVE DIAPED TO DIAVENC.
           MOVE CODFILIAL TO FILIALREC.
           MOVE CLIENTEPEDIDO TO CLIENTEREC.
           MOVE CODPEDIDO TO PEDIDOREC.
           MOVE INDPARC TO PARCELAREC.
           MOVE VENCNUM TO VENCREC.
           IF INDPARC = NUMPARC
               MOVE VALORULT TO VALORREC
           ELSE
               MOVE VALORPARC TO VALORREC.
           MOVE "A" TO SITREC.
           MOVE ZEROS TO DATAPAGREC VALORPAGREC JUROSREC.
           MOVE FORMAW TO FORMAREC.
           WRITE REGREC.
           GO TO FN-GERA-PARCELAS-LOOP.
       FN-GERA-PARCELAS-FIM.
           EXIT.

       FN-ALOCA-LOTES.
           MOVE SPACES TO LOTEMOVW.
           IF LOTEOK NOT = "S"
               MOVE QUANT TO QTDMOVW
               PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM
               GO TO FN-ALOCA-LOTES-FIM.
           MOVE QUANT TO RESTANTE.
       FN-ALOCA-LOTES-LOOP.
           IF RESTANTE = ZEROS
               GO TO FN-ALOCA-LOTES-FIM.
           PERFORM FN-BUSCA-LOTE THRU FN-BUSCA-LOTE-FIM.
           IF ACHOULOTE = "N"
               MOVE SPACES TO LOTEMOVW
               MOVE RESTANTE TO QTDMOVW
               PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM
               GO TO FN-ALOCA-LOTES-FIM.
           MOVE CODFILIAL TO FILIALLOTE.
           MOVE CODPRODUTO TO PRODUTOLOTE.
           MOVE MELHORLOTE TO NUMLOTE.
           READ CADLOTE.
           IF QTDLOTE < RESTANTE
               MOVE QTDLOTE TO TOMA
           ELSE
               MOVE RESTANTE TO TOMA.
           SUBTRACT TOMA FROM QTDLOTE.
           REWRITE REGLOTE.
           ADD 1 TO SEQALOCW.
           MOVE CODFILIAL TO FILIALALOC.
           MOVE CODPEDIDO TO PEDIDOALOC.
           MOVE ITEMSEQ TO ITEMALOC.
           MOVE SEQALOCW TO SEQALOC.
           MOVE NUMLOTE TO LOTEALOC.
           MOVE TOMA TO QTDALOC.
           MOVE CODPRODUTO TO PRODALOC.
           WRITE REGALOC.
           MOVE NUMLOTE TO LOTEMOVW.
           MOVE TOMA TO QTDMOVW.
           PERFORM FN-GRAVA-MOV THRU FN-GRAVA-MOV-FIM.
           SUBTRACT TOMA FROM RESTANTE.
           GO TO FN-ALOCA-LOTES-LOOP.
       FN-ALOCA-LOTES-FIM.
           EXIT.

       FN-BUSCA-LOTE.
           MOVE "N" TO ACHOULOTE.
           MOVE 99999999 TO MELHORVAL.
           MOVE CODFILIAL TO FILIALLOTE.
           MOVE CODPRODUTO TO PRODUTOLOTE.
           MOVE SPACES TO NUMLOTE.
           START CADLOTE KEY IS NOT LESS THAN CHAVELOTE
               INVALID KEY GO TO FN-BUSCA-LOTE-FIM.
       FN-BUSCA-LOTE-LOOP.
           READ CADLOTE NEXT RECORD
               AT END GO TO FN-BUSCA-LOTE-FIM.
           IF FILIALLOTE NOT = CODFILIAL
               OR PRODUTOLOTE NOT = CODPRODUTO
               GO TO FN-BUSCA-LOTE-FIM.
           IF QTDLOTE = ZEROS
               GO TO FN-BUSCA-LOTE-LOOP.
           IF VALIDLOTE < MELHORVAL
               MOVE VALIDLOTE TO MELHORVAL
               MOVE NUMLOTE TO MELHORLOTE
               MOVE "S" TO ACHOULOTE.
           GO TO FN-BUSCA-LOTE-LOOP.
       FN-BUSCA-LOTE-FIM.
           EXIT.

       FN-VERIF-KIT.
           MOVE "N" TO KITSIM.
           IF KITOK NOT = "S"
               GO TO FN-VERIF-KIT-FIM.
           MOVE CODFILIAL TO FILIALKIT.
           MOVE KITPRODW TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-VERIF-KIT-FIM.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-VERIF-KIT-FIM.
           IF FILIALKIT = CODFILIAL AND PRODKIT = KITPRODW
               MOVE "S" TO KITSIM.
       FN-VERIF-KIT-FIM.
           EXIT.

       FN-BAIXA-KIT.
           MOVE ITEM-ATUAL TO ITEMKITW.
           MOVE CODFILIAL TO FILIALKIT.
           MOVE CODPRODKW TO PRODKIT.
           MOVE ZEROS TO COMPKIT.
           START CADKIT KEY IS NOT LESS THAN CHAVEKIT
               INVALID KEY GO TO FN-BAIXA-KIT-VOLTA.
       FN-BAIXA-KIT-LOOP.
           READ CADKIT NEXT RECORD
               AT END GO TO FN-BAIXA-KIT-VOLTA.
           IF FILIALKIT NOT = CODFILIAL OR PRODKIT NOT = CODPRODKW
               GO TO FN-BAIXA-KIT-VOLTA.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE COMPKIT TO CODPROD.
           READ CADPROD
           IF ERRO NOT = "00"
               GO TO FN-BAIXA-KIT-LOOP.
           MOVE COMPKIT TO CODPRODUTO.
           COMPUTE QUANT = QUANTKW * QTDCOMPKIT.
           SUBTRACT QUANT FROM QUANTEST.
           PERFORM FN-REWRITE-PROD THRU FN-REWRITE-PROD-FIM.
           PERFORM FN-ALOCA-LOTES THRU FN-ALOCA-LOTES-FIM.
           GO TO FN-BAIXA-KIT-LOOP.
       FN-BAIXA-KIT-VOLTA.
           MOVE ITEMKITW TO ITEM-ATUAL.
           MOVE CODFILIAL TO CODFILPROD.
           MOVE CODPRODUTO TO CODPROD.
           READ CADPROD.
       FN-BAIXA-KIT-FIM.
           EXIT.

       FN-GRAVA-PEND.
           ACCEPT DATAPENDW FROM DATE YYYYMMDD.
           MOVE CODFILIAL TO FILIALBACK.
           MOVE CODPEDIDO TO PEDIDOBACK.
           ADD 1 TO NUMITEM GIVING ITEMBACK.
           MOVE CODPRODUTO TO PRODUTOBACK.
           MOVE CLIENTEW TO CLIENTEBACK.
           MOVE QTDPENDW TO QTDBACK.
           MOVE ZEROS TO QTDATENDBACK.
           MOVE DATAPENDW TO DATABACK.
           MOVE "A" TO SITBACK.
       FN-GRAVA-PEND-GRAVA.
           WRITE REGBACK
           IF ERRO = "22"
               ADD 1 TO ITEMBACK
               GO TO FN-GRAVA-PEND-GRAVA.
       FN-GRAVA-PEND-FIM.
           EXIT.

       FN-REWRITE-PROD.
           REWRITE REGPROD
           IF ERRO = "99"
               GO TO FN-REWRITE-PROD.
       FN-REWRITE-PROD-FIM.
           EXIT.

       FN-GRAVA-MOV.
           ACCEPT DATAMOVW FROM DATE YYYYMMDD.
           ACCEPT HORAMOVW FROM TIME.
           MOVE CODFILPROD TO FILIALMOV.
           MOVE CODPROD TO PRODUTOMOV.
           MOVE DATAMOVW TO DATAMOV.
           MOVE HORAMOVW TO HORAMOV.
           MOVE OPCODLOG TO OPERADORMOV.
           MOVE TIPOMOVW TO TIPOMOV.
           MOVE DOCMOVW TO DOCMOV.
           MOVE QTDMOVW TO QTDMOV.
           MOVE QUANTEST TO SALDOMOV.
           MOVE LOTEMOVW TO LOTEMOV.
           WRITE REGMOV.
       FN-GRAVA-MOV-FIM.
           EXIT.

       FN-FIM.
           CLOSE RELPADR.
           DISPLAY " PROGRAMADOS DEVIDOS.: " TOTDEVIDOS.
           DISPLAY " PEDIDOS GERADOS.....: " TOTGER.
           DISPLAY " PEDIDOS NAO GERADOS.: " TOTREJ.
           DISPLAY " PROGRAMADOS PAUSADOS: " TOTPAUSA.
           MOVE OPCODLOG TO OPERRELSP.
           CALL "SVP068" USING SPOOLPED.
           CANCEL "SVP068".

       FN-FIM2.
           CLOSE CADPADR.
           CLOSE CADPADRIT.
           CLOSE CADPEDIDO.
           CLOSE CADPEDITEM.
           CLOSE MOVEST.
           CLOSE CADREC.
           CLOSE CADBACK.
           CLOSE CADCEP.
           CLOSE CADCLI.
           CLOSE CADVEND.
           CLOSE CADALOC.
           IF FECHOK = "S"
               CLOSE FECHDIA.
           IF PROMOOK = "S"
               CLOSE CADPROMO.
           IF ACORDOOK = "S"
               CLOSE CADACORDO.
           IF PARAMOK = "S"
               CLOSE CADPARAM.
           IF LOTEOK = "S"
               CLOSE CADLOTE.
           IF KITOK = "S"
               CLOSE CADKIT.
           CLOSE CADPROD.

       FN-FIM3.
           EXIT PROGRAM.
