       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP096.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT MOVHIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERRO.

           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPROD
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS ERRO.

           SELECT CADLOTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVELOTE
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADUSER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEUSER
               FILE STATUS  IS ERRO.

           SELECT RELINTEG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.

           SELECT ORDINTEG ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
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

       FD  MOVHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS ARQHISTW.
       01  REGHIST.
           03 FILIALHIST PIC 9(02).
           03 PRODUTOHIST PIC 9(06).
           03 DATAHIST PIC 9(08).
           03 HORAHIST PIC 9(06).
           03 OPERADORHIST PIC 9(04).
           03 TIPOHIST PIC X(01).
           03 DOCHIST PIC 9(06).
           03 QTDHIST PIC 9(04).
           03 SALDOHIST PIC 9(05).
           03 LOTEHIST PIC X(10).

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

       FD  CADUSER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADUSER.DAT".
       01  REGUSER.
           03 CHAVEUSER.
               05 CODUSER PIC 9(04).
           03 NOMEUSER PIC X(30).
           03 SENHAUSER PIC X(08).
           03 NIVELUSER PIC 9(01).

       FD  RELINTEG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELINTEG.DAT".
       01  LINHAINTEG PIC X(80).

       SD  ORDINTEG.
       01  REGORD.
           03 ORDFILIAL PIC 9(02).
           03 ORDPROD PIC 9(06).
           03 ORDSEQ PIC 9(09).
           03 ORDREG PIC X(01).
           03 ORDQUANT PIC 9(05).
           03 ORDLOTES PIC 9(07).
           03 ORDTEMLOTE PIC X(01).
           03 ORDDATA PIC 9(08).
           03 ORDHORA PIC 9(06).
           03 ORDOPER PIC 9(04).
           03 ORDTIPO PIC X(01).
           03 ORDDOC PIC 9(06).
           03 ORDQTD PIC 9(04).
           03 ORDSALDO PIC 9(05).
           03 ORDLOTE PIC X(10).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  FILIALSEL PIC 9(02) VALUE ZEROS.
       01  PERINI PIC 9(06) VALUE ZEROS.
       01  PERINIR REDEFINES PERINI.
           03 ANOINI PIC 9(04).
           03 MESINI PIC 9(02).
       01  DATAINIW PIC 9(08) VALUE ZEROS.
       01  PARTIDA PIC X(01) VALUE "P".
           88 PARTIDA-ZERO VALUE "Z".
           88 PARTIDA-PRIMEIRO VALUE "P".
       01  CORRIGE PIC X(01) VALUE "N".
       01  SUPCODW PIC 9(04) VALUE ZEROS.
       01  SUPSENHAW PIC X(08) VALUE SPACES.
       01  LOTEOK PIC X(01) VALUE "N".
       01  MOVOK PIC X(01) VALUE "N".
       01  DATAHOJE PIC 9(08) VALUE ZEROS.
       01  DATAHOJER REDEFINES DATAHOJE.
           03 ANOHOJE PIC 9(04).
           03 MESHOJE PIC 9(02).
           03 DIAHOJE PIC 9(02).
       01  HORAW PIC 9(08) VALUE ZEROS.
       01  HORAWR REDEFINES HORAW.
           03 HHMMSSW PIC 9(06).
           03 FILLER PIC 9(02).
       01  ARQHISTW.
           03 FILLER PIC X(06) VALUE "MOVEST".
           03 ARQANO PIC 9(04).
           03 ARQMES PIC 9(02).
           03 FILLER PIC X(04) VALUE ".DAT".
       01  ANOCUR PIC 9(04) VALUE ZEROS.
       01  MESCUR PIC 9(02) VALUE ZEROS.
       01  PERCUR PIC 9(06) VALUE ZEROS.
       01  PERFIM PIC 9(06) VALUE ZEROS.
       01  SEQLIDO PIC 9(09) VALUE ZEROS.
       01  LOTESW PIC 9(07) VALUE ZEROS.
       01  TEMLOTEW PIC X(01) VALUE "N".
       01  PRIMEIRA PIC X(01) VALUE "S".
       01  FILIALANT PIC 9(02) VALUE ZEROS.
       01  PRODANT PIC 9(06) VALUE ZEROS.
       01  TEMPROD PIC X(01) VALUE "N".
       01  QUANTESTW PIC 9(05) VALUE ZEROS.
       01  LOTESPROD PIC 9(07) VALUE ZEROS.
       01  TEMLOTEPROD PIC X(01) VALUE "N".
       01  ESPERADO PIC S9(07) VALUE ZEROS.
       01  ANCORADO PIC X(01) VALUE "N".
       01  TEMMOV PIC X(01) VALUE "N".
       01  SALDOANT PIC 9(05) VALUE ZEROS.
       01  DIVQUANT PIC X(01) VALUE "N".
       01  DIVSALDO PIC X(01) VALUE "N".
       01  DIVLOTE PIC X(01) VALUE "N".
       01  DIFQTD PIC S9(07) VALUE ZEROS.
       01  AJUSTELOTE PIC 9(07) VALUE ZEROS.
       01  TOMA PIC 9(05) VALUE ZEROS.
       01  MELHORLOTE PIC X(10) VALUE SPACES.
       01  MELHORVALID PIC 9(08) VALUE ZEROS.
       01  ACHOULOTE PIC X(01) VALUE "N".
       01  EDSALDO PIC ZZZZ9.
       01  EDLOTES PIC ZZZZZZ9.
       01  IND PIC 9(01) VALUE ZEROS.
       01  QTDULT PIC 9(01) VALUE ZEROS.
       01  TABULT.
           03 ULTMOV OCCURS 5 TIMES.
               05 UMDATA PIC 9(08).
               05 UMHORA PIC 9(06).
               05 UMOPER PIC 9(04).
               05 UMTIPO PIC X(01).
               05 UMDOC PIC 9(06).
               05 UMQTD PIC 9(04).
               05 UMSALDO PIC 9(05).
               05 UMLOTE PIC X(10).
       01  TOTPRODS PIC 9(07) VALUE ZEROS.
       01  TOTMOVS PIC 9(09) VALUE ZEROS.
       01  TOTDIVERG PIC 9(07) VALUE ZEROS.
       01  TOTSEMCAD PIC 9(07) VALUE ZEROS.
       01  TOTCORRIG PIC 9(07) VALUE ZEROS.
       01  TOTNAOCORR PIC 9(07) VALUE ZEROS.

       01  LINCAB1.
           03 FILLER PIC X(40)
               VALUE " CONFERENCIA DE INTEGRIDADE DO ESTOQUE -".
           03 FILLER PIC X(09) VALUE " FILIAL: ".
           03 LCFILIAL PIC Z9.
           03 FILLER PIC X(13) VALUE "  A PARTIR DE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 LCMES PIC 99.
           03 FILLER PIC X(01) VALUE "/".
           03 LCANO PIC 9999.
       01  LINCAB2.
           03 FILLER PIC X(23) VALUE " SALDO DE PARTIDA.....:".
           03 LCPARTIDA PIC X(30).
           03 FILLER PIC X(13) VALUE "  CORRECAO: ".
           03 LCCORRIGE PIC X(03).
       01  LINCAB3.
           03 FILLER PIC X(40)
               VALUE " PRODUTO DESCRICAO            REPLAY  ES".
           03 FILLER PIC X(40)
               VALUE "TOQ  SALDO    LOTES  DIVERGENCIA".
       01  LINCAB4.
           03 FILLER PIC X(40)
               VALUE "        DATA       HORA     OPER T  DOCU".
           03 FILLER PIC X(40)
               VALUE "M QTDE SALDO LOTE".
       01  LINDIV.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LVPROD PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LVDESC PIC X(20).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LVESP PIC -ZZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LVQEST PIC ZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LVSALDO PIC X(05).
           03 FILLER PIC X(02) VALUE SPACES.
           03 LVLOTES PIC X(07).
           03 FILLER PIC X(02) VALUE SPACES.
           03 LVOBS.
               05 LVOBSQ PIC X(05).
               05 LVOBSS PIC X(06).
               05 LVOBSL PIC X(05).
               05 FILLER PIC X(03).
       01  LINULT.
           03 FILLER PIC X(08) VALUE SPACES.
           03 LUDATA PIC 9999/99/99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LUHORA PIC 99.99.99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LUOPER PIC ZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LUTIPO PIC X(01).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LUDOC PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LUQTD PIC ZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LUSALDO PIC ZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LULOTE PIC X(10).
       01  LINTOTAL.
           03 LTDESC PIC X(40).
           03 LTQTD PIC ZZZZZZZZ9.
       01  LINFILIAL.
           03 FILLER PIC X(16) VALUE "        FILIAL: ".
           03 LFFILIAL PIC Z9.
       01  LINAVISO.
           03 LAVISO PIC X(70).
       01  LINBRANCO PIC X(80) VALUE SPACES.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "INTEGR.ESTOQ".
           03 ARQRELSP PIC X(14) VALUE "RELINTEG.DAT".
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
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           IF JOB-BATCH
               IF DATAPRM = ZEROS
                   MOVE DATAHOJE TO DATAPRM.
           IF JOB-BATCH
               MOVE FILIALPRM TO FILIALSEL
               COMPUTE ANOINI = ANOPRM - 1
               MOVE MESPRM TO MESINI
               MOVE "P" TO PARTIDA
               MOVE "N" TO CORRIGE
               GO TO FN-ABRE1.
           DISPLAY " CONFERENCIA DE INTEGRIDADE DO ESTOQUE ".
           DISPLAY " FILIAL (00 = TODAS): ".
           ACCEPT FILIALSEL.
           DISPLAY " MES INICIAL DO REPLAY (AAAAMM): ".
           ACCEPT PERINI.
           IF MESINI < 1 OR MESINI > 12
               DISPLAY " MES INVALIDO "
               GO TO FN-FIM3.
           DISPLAY " SALDO DE PARTIDA (Z = ZERO P = PRIMEIRO SALDO): ".
           ACCEPT PARTIDA.
           IF NOT PARTIDA-ZERO AND NOT PARTIDA-PRIMEIRO
               DISPLAY " OPCAO INVALIDA "
               GO TO FN-FIM3.
           DISPLAY " GRAVAR MOVIMENTO DE CORRECAO? (S/N): ".
           ACCEPT CORRIGE.
           IF CORRIGE NOT = "S"
               MOVE "N" TO CORRIGE
               GO TO FN-ABRE1.
           PERFORM FN-SUPERVISOR THRU FN-SUPERVISOR-FIM.
           IF CORRIGE NOT = "S"
               DISPLAY " CORRECAO NAO LIBERADA - SOMENTE CONFERENCIA ".

       FN-ABRE1.
           COMPUTE PERFIM = (ANOHOJE * 100) + MESHOJE.
           COMPUTE DATAINIW = (PERINI * 100) + 1.
           IF CORRIGE = "S"
               OPEN I-O CADPROD
           ELSE
               OPEN INPUT CADPROD.
           IF ERRO NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO =>" ERRO
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM3.

       FN-ABRE2.
           MOVE "N" TO LOTEOK.
           IF CORRIGE = "S"
               OPEN I-O CADLOTE
           ELSE
               OPEN INPUT CADLOTE.
           IF ERRO = "00"
               MOVE "S" TO LOTEOK.

       FN-ABRE3.
           OPEN OUTPUT RELINTEG
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ RELINTEG =>" ERRO2
                 MOVE 08 TO RCPRM
                 GO TO FN-FIM2.

       FN-CABECALHO.
           MOVE FILIALSEL TO LCFILIAL.
           MOVE MESINI TO LCMES.
           MOVE ANOINI TO LCANO.
           WRITE LINHAINTEG FROM LINCAB1.
           IF PARTIDA-ZERO
               MOVE "ZERO NO MES INICIAL" TO LCPARTIDA
           ELSE
               MOVE "PRIMEIRO SALDOMOV DO PERIODO" TO LCPARTIDA.
           IF CORRIGE = "S"
               MOVE "SIM" TO LCCORRIGE
           ELSE
               MOVE "NAO" TO LCCORRIGE.
           WRITE LINHAINTEG FROM LINCAB2.
           WRITE LINHAINTEG FROM LINBRANCO.
           WRITE LINHAINTEG FROM LINCAB3.
           WRITE LINHAINTEG FROM LINCAB4.
           SORT ORDINTEG
               ON ASCENDING KEY ORDFILIAL ORDPROD ORDSEQ
               INPUT PROCEDURE IS FN-SELECIONA THRU FN-SELECIONA-FIM
               OUTPUT PROCEDURE IS FN-CONFERE THRU FN-CONFERE-FIM.
           GO TO FN-TOTAIS.

       FN-SELECIONA.
           MOVE FILIALSEL TO CODFILPROD.
           MOVE ZEROS TO CODPROD.
           START CADPROD KEY IS NOT LESS THAN CHAVEPROD
               INVALID KEY GO TO FN-HISTORICO.
       FN-SELECIONA-PROD.
           READ CADPROD NEXT RECORD
               AT END GO TO FN-HISTORICO.
           IF FILIALSEL NOT = ZEROS AND CODFILPROD NOT = FILIALSEL
               GO TO FN-HISTORICO.
           PERFORM FN-SOMA-LOTES THRU FN-SOMA-LOTES-FIM.
           MOVE SPACES TO REGORD.
           MOVE CODFILPROD TO ORDFILIAL.
           MOVE CODPROD TO ORDPROD.
           MOVE ZEROS TO ORDSEQ.
           MOVE "P" TO ORDREG.
           MOVE QUANTEST TO ORDQUANT.
           MOVE LOTESW TO ORDLOTES.
           MOVE TEMLOTEW TO ORDTEMLOTE.
           MOVE ZEROS TO ORDDATA ORDHORA ORDOPER ORDDOC ORDQTD
           ORDSALDO.
           RELEASE REGORD.
           GO TO FN-SELECIONA-PROD.

       FN-HISTORICO.
           MOVE ANOINI TO ANOCUR.
           MOVE MESINI TO MESCUR.
       FN-HISTORICO-LOOP.
           COMPUTE PERCUR = (ANOCUR * 100) + MESCUR.
           IF PERCUR > PERFIM
               GO TO FN-ATUAL.
           MOVE ANOCUR TO ARQANO.
           MOVE MESCUR TO ARQMES.
           OPEN INPUT MOVHIST
           IF ERRO NOT = "00"
               GO TO FN-HISTORICO-PROX.
       FN-HISTORICO-READ.
           READ MOVHIST
               AT END GO TO FN-HISTORICO-FECHA.
           IF FILIALSEL NOT = ZEROS AND FILIALHIST NOT = FILIALSEL
               GO TO FN-HISTORICO-READ.
           MOVE REGHIST TO REGMOV.
           PERFORM FN-LIBERA-MOV THRU FN-LIBERA-MOV-FIM.
           GO TO FN-HISTORICO-READ.
       FN-HISTORICO-FECHA.
           CLOSE MOVHIST.
       FN-HISTORICO-PROX.
           ADD 1 TO MESCUR.
           IF MESCUR > 12
               MOVE 1 TO MESCUR
               ADD 1 TO ANOCUR.
           GO TO FN-HISTORICO-LOOP.

       FN-ATUAL.
           OPEN INPUT MOVEST
           IF ERRO NOT = "00"
               GO TO FN-SELECIONA-FIM.
       FN-ATUAL-READ.
           READ MOVEST
               AT END GO TO FN-ATUAL-FECHA.
           IF FILIALSEL NOT = ZEROS AND FILIALMOV NOT = FILIALSEL
               GO TO FN-ATUAL-READ.
           IF DATAMOV < DATAINIW
               GO TO FN-ATUAL-READ.
           PERFORM FN-LIBERA-MOV THRU FN-LIBERA-MOV-FIM.
           GO TO FN-ATUAL-READ.
       FN-ATUAL-FECHA.
           CLOSE MOVEST.
       FN-SELECIONA-FIM.
           EXIT.

       FN-LIBERA-MOV.
           ADD 1 TO SEQLIDO.
           MOVE FILIALMOV TO ORDFILIAL.
           MOVE PRODUTOMOV TO ORDPROD.
           MOVE SEQLIDO TO ORDSEQ.
           MOVE "M" TO ORDREG.
           MOVE ZEROS TO ORDQUANT ORDLOTES.
           MOVE "N" TO ORDTEMLOTE.
           MOVE DATAMOV TO ORDDATA.
           MOVE HORAMOV TO ORDHORA.
           MOVE OPERADORMOV TO ORDOPER.
           MOVE TIPOMOV TO ORDTIPO.
           MOVE DOCMOV TO ORDDOC.
           MOVE QTDMOV TO ORDQTD.
           MOVE SALDOMOV TO ORDSALDO.
           MOVE LOTEMOV TO ORDLOTE.
           RELEASE REGORD.
       FN-LIBERA-MOV-FIM.
           EXIT.

       FN-SOMA-LOTES.
           MOVE ZEROS TO LOTESW.
           MOVE "N" TO TEMLOTEW.
           IF LOTEOK NOT = "S"
               GO TO FN-SOMA-LOTES-FIM.
           MOVE CODFILPROD TO FILIALLOTE.
           MOVE CODPROD TO PRODUTOLOTE.
           MOVE LOW-VALUES TO NUMLOTE.
           START CADLOTE KEY IS NOT LESS THAN CHAVELOTE
               INVALID KEY GO TO FN-SOMA-LOTES-FIM.
       FN-SOMA-LOTES-LOOP.
           READ CADLOTE NEXT RECORD
               AT END GO TO FN-SOMA-LOTES-FIM.
           IF FILIALLOTE NOT = CODFILPROD OR PRODUTOLOTE NOT = CODPROD
               GO TO FN-SOMA-LOTES-FIM.
           MOVE "S" TO TEMLOTEW.
           ADD QTDLOTE TO LOTESW.
           GO TO FN-SOMA-LOTES-LOOP.
       FN-SOMA-LOTES-FIM.
           EXIT.

       FN-CONFERE.
           MOVE "S" TO PRIMEIRA.
           IF CORRIGE NOT = "S"
               GO TO FN-CONFERE-LOOP.
           OPEN EXTEND MOVEST
           IF ERRO = "00" OR ERRO = "05"
               MOVE "S" TO MOVOK
           ELSE
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVEST =>" ERRO
               DISPLAY " CORRECAO CANCELADA - SOMENTE CONFERENCIA "
               MOVE "N" TO CORRIGE.
       FN-CONFERE-LOOP.
           RETURN ORDINTEG
               AT END GO TO FN-CONFERE-ULT.
           IF PRIMEIRA = "S"
               MOVE "N" TO PRIMEIRA
               PERFORM FN-NOVO-PROD THRU FN-NOVO-PROD-FIM
           ELSE IF ORDFILIAL NOT = FILIALANT OR ORDPROD NOT = PRODANT
               PERFORM FN-AVALIA THRU FN-AVALIA-FIM
               PERFORM FN-NOVO-PROD THRU FN-NOVO-PROD-FIM.
           IF ORDREG = "P"
               MOVE "S" TO TEMPROD
               MOVE ORDQUANT TO QUANTESTW
               MOVE ORDLOTES TO LOTESPROD
               MOVE ORDTEMLOTE TO TEMLOTEPROD
           ELSE
               PERFORM FN-REPLAY THRU FN-REPLAY-FIM.
           GO TO FN-CONFERE-LOOP.
       FN-CONFERE-ULT.
           IF PRIMEIRA = "N"
               PERFORM FN-AVALIA THRU FN-AVALIA-FIM.
           IF MOVOK = "S"
               CLOSE MOVEST.
       FN-CONFERE-FIM.
           EXIT.

       FN-NOVO-PROD.
           MOVE ORDFILIAL TO FILIALANT.
           MOVE ORDPROD TO PRODANT.
           MOVE "N" TO TEMPROD TEMLOTEPROD TEMMOV.
           MOVE ZEROS TO QUANTESTW LOTESPROD ESPERADO SALDOANT QTDULT.
           MOVE "N" TO ANCORADO.
           IF PARTIDA-ZERO
               MOVE "S" TO ANCORADO.
       FN-NOVO-PROD-FIM.
           EXIT.

       FN-REPLAY.
           ADD 1 TO TOTMOVS.
           MOVE "S" TO TEMMOV.
           IF QTDULT < 5
               ADD 1 TO QTDULT
           ELSE
               MOVE ULTMOV (2) TO ULTMOV (1)
               MOVE ULTMOV (3) TO ULTMOV (2)
               MOVE ULTMOV (4) TO ULTMOV (3)
               MOVE ULTMOV (5) TO ULTMOV (4).
           MOVE ORDDATA TO UMDATA (QTDULT).
           MOVE ORDHORA TO UMHORA (QTDULT).
           MOVE ORDOPER TO UMOPER (QTDULT).
           MOVE ORDTIPO TO UMTIPO (QTDULT).
           MOVE ORDDOC TO UMDOC (QTDULT).
           MOVE ORDQTD TO UMQTD (QTDULT).
           MOVE ORDSALDO TO UMSALDO (QTDULT).
           MOVE ORDLOTE TO UMLOTE (QTDULT).
           IF ORDTIPO = "I" OR ANCORADO = "N"
               MOVE "S" TO ANCORADO
               MOVE ORDSALDO TO ESPERADO
               GO TO FN-REPLAY-SALDO.
           IF ORDTIPO = "V" OR ORDTIPO = "F" OR ORDTIPO = "P"
               SUBTRACT ORDQTD FROM ESPERADO
           ELSE IF ORDTIPO = "E" OR ORDTIPO = "D" OR ORDTIPO = "C"
               ADD ORDQTD TO ESPERADO
           ELSE IF ORDSALDO < SALDOANT
               SUBTRACT ORDQTD FROM ESPERADO
           ELSE
               ADD ORDQTD TO ESPERADO.
       FN-REPLAY-SALDO.
           MOVE ORDSALDO TO SALDOANT.
       FN-REPLAY-FIM.
           EXIT.

       FN-AVALIA.
           ADD 1 TO TOTPRODS.
           MOVE "N" TO DIVQUANT DIVSALDO DIVLOTE.
           MOVE SPACES TO LVOBS.
           IF TEMPROD = "N"
               GO TO FN-AVALIA-SEMCAD.
           IF ANCORADO = "N"
               MOVE QUANTESTW TO ESPERADO.
           IF ESPERADO NOT = QUANTESTW
               MOVE "S" TO DIVQUANT
               MOVE "ESTQ" TO LVOBSQ.
           IF TEMMOV = "S" AND SALDOANT NOT = ESPERADO
               MOVE "S" TO DIVSALDO
               MOVE "SALDO" TO LVOBSS.
           IF TEMLOTEPROD = "S" AND LOTESPROD NOT = ESPERADO
               MOVE "S" TO DIVLOTE
               MOVE "LOTE" TO LVOBSL.
           IF DIVQUANT = "N" AND DIVSALDO = "N" AND DIVLOTE = "N"
               GO TO FN-AVALIA-FIM.
           ADD 1 TO TOTDIVERG.
           MOVE FILIALANT TO CODFILPROD.
           MOVE PRODANT TO CODPROD.
           READ CADPROD
               INVALID KEY MOVE SPACES TO DESCR.
           MOVE DESCR TO LVDESC.
           PERFORM FN-LINHA-DIV THRU FN-LINHA-DIV-FIM.
           IF CORRIGE = "S"
               PERFORM FN-CORRIGE THRU FN-CORRIGE-FIM.
           GO TO FN-AVALIA-FIM.
       FN-AVALIA-SEMCAD.
           ADD 1 TO TOTDIVERG TOTSEMCAD.
           MOVE "* PRODUTO NAO CADASTRADO *" TO LVDESC.
           MOVE ZEROS TO QUANTESTW.
           MOVE "CADASTRO" TO LVOBS.
           PERFORM FN-LINHA-DIV THRU FN-LINHA-DIV-FIM.
       FN-AVALIA-FIM.
           EXIT.

       FN-LINHA-DIV.
           WRITE LINHAINTEG FROM LINBRANCO.
           MOVE PRODANT TO LVPROD.
           MOVE ESPERADO TO LVESP.
           MOVE QUANTESTW TO LVQEST.
           MOVE "    -" TO LVSALDO.
           IF TEMMOV = "S"
               MOVE SALDOANT TO EDSALDO
               MOVE EDSALDO TO LVSALDO.
           MOVE "      -" TO LVLOTES.
           IF TEMLOTEPROD = "S"
               MOVE LOTESPROD TO EDLOTES
               MOVE EDLOTES TO LVLOTES.
           WRITE LINHAINTEG FROM LINDIV.
           IF FILIALSEL = ZEROS
               MOVE FILIALANT TO LFFILIAL
               WRITE LINHAINTEG FROM LINFILIAL.
           IF QTDULT = ZEROS
               MOVE "        SEM MOVIMENTOS NO PERIODO" TO LAVISO
               WRITE LINHAINTEG FROM LINAVISO
               GO TO FN-LINHA-DIV-FIM.
           MOVE ZEROS TO IND.
       FN-LINHA-DIV-LOOP.
           ADD 1 TO IND.
           IF IND > QTDULT
               GO TO FN-LINHA-DIV-FIM.
           MOVE UMDATA (IND) TO LUDATA.
           MOVE UMHORA (IND) TO LUHORA.
           MOVE UMOPER (IND) TO LUOPER.
           MOVE UMTIPO (IND) TO LUTIPO.
           MOVE UMDOC (IND) TO LUDOC.
           MOVE UMQTD (IND) TO LUQTD.
           MOVE UMSALDO (IND) TO LUSALDO.
           MOVE UMLOTE (IND) TO LULOTE.
           WRITE LINHAINTEG FROM LINULT.
           GO TO FN-LINHA-DIV-LOOP.
       FN-LINHA-DIV-FIM.
           EXIT.

       FN-CORRIGE.
           IF ESPERADO < ZEROS OR ESPERADO > 99999
               MOVE "        NAO CORRIGIDO - SALDO FORA DA FAIXA"
                   TO LAVISO
               WRITE LINHAINTEG FROM LINAVISO
               ADD 1 TO TOTNAOCORR
               GO TO FN-CORRIGE-FIM.
           MOVE FILIALANT TO CODFILPROD.
           MOVE PRODANT TO CODPROD.
           READ CADPROD
           IF ERRO NOT = "00"
               MOVE "        NAO CORRIGIDO - PRODUTO EM USO OU NAO LIDO"
                   TO LAVISO
               WRITE LINHAINTEG FROM LINAVISO
               ADD 1 TO TOTNAOCORR
               GO TO FN-CORRIGE-FIM.
           COMPUTE DIFQTD = ESPERADO - QUANTEST.
           MOVE ESPERADO TO QUANTEST.
           REWRITE REGPROD.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
           MOVE CODFILPROD TO FILIALMOV.
           MOVE CODPROD TO PRODUTOMOV.
           MOVE DATAHOJE TO DATAMOV.
           MOVE HHMMSSW TO HORAMOV.
           MOVE SUPCODW TO OPERADORMOV.
           MOVE "I" TO TIPOMOV.
           MOVE ZEROS TO DOCMOV.
           IF DIFQTD < ZERO
               COMPUTE DIFQTD = ZERO - DIFQTD.
           IF DIFQTD > 9999
               MOVE 9999 TO QTDMOV
           ELSE
               MOVE DIFQTD TO QTDMOV.
           MOVE QUANTEST TO SALDOMOV.
           MOVE SPACES TO LOTEMOV.
           WRITE REGMOV.
           IF DIVLOTE = "S"
               PERFORM FN-CORRIGE-LOTES THRU FN-CORRIGE-LOTES-FIM.
           ADD 1 TO TOTCORRIG.
           MOVE "        CORRIGIDO - MOVIMENTO I GRAVADO" TO LAVISO.
           WRITE LINHAINTEG FROM LINAVISO.
       FN-CORRIGE-FIM.
           EXIT.

       FN-CORRIGE-LOTES.
           IF LOTEOK NOT = "S"
               GO TO FN-CORRIGE-LOTES-FIM.
           IF LOTESPROD < ESPERADO
               GO TO FN-CORRIGE-LOTES-FALTA.
           COMPUTE AJUSTELOTE = LOTESPROD - ESPERADO.
       FN-CORRIGE-LOTES-EXCESSO.
           IF AJUSTELOTE = ZEROS
               GO TO FN-CORRIGE-LOTES-FIM.
           PERFORM FN-MENOR-VALID THRU FN-MENOR-VALID-FIM.
           IF ACHOULOTE = "N"
               GO TO FN-CORRIGE-LOTES-FIM.
           MOVE FILIALANT TO FILIALLOTE.
           MOVE PRODANT TO PRODUTOLOTE.
           MOVE MELHORLOTE TO NUMLOTE.
           READ CADLOTE
           IF ERRO NOT = "00"
               GO TO FN-CORRIGE-LOTES-FIM.
           IF QTDLOTE < AJUSTELOTE
               MOVE QTDLOTE TO TOMA
           ELSE
               MOVE AJUSTELOTE TO TOMA.
           SUBTRACT TOMA FROM QTDLOTE.
           SUBTRACT TOMA FROM AJUSTELOTE.
           REWRITE REGLOTE.
           GO TO FN-CORRIGE-LOTES-EXCESSO.
       FN-CORRIGE-LOTES-FALTA.
           COMPUTE AJUSTELOTE = ESPERADO - LOTESPROD.
           PERFORM FN-MAIOR-VALID THRU FN-MAIOR-VALID-FIM.
           IF ACHOULOTE = "N"
               GO TO FN-CORRIGE-LOTES-FIM.
           MOVE FILIALANT TO FILIALLOTE.
           MOVE PRODANT TO PRODUTOLOTE.
           MOVE MELHORLOTE TO NUMLOTE.
           READ CADLOTE
           IF ERRO NOT = "00"
               GO TO FN-CORRIGE-LOTES-FIM.
           ADD AJUSTELOTE TO QTDLOTE.
           REWRITE REGLOTE.
       FN-CORRIGE-LOTES-FIM.
           EXIT.

       FN-MENOR-VALID.
           MOVE "N" TO ACHOULOTE.
           MOVE 99999999 TO MELHORVALID.
           MOVE FILIALANT TO FILIALLOTE.
           MOVE PRODANT TO PRODUTOLOTE.
           MOVE LOW-VALUES TO NUMLOTE.
           START CADLOTE KEY IS NOT LESS THAN CHAVELOTE
               INVALID KEY GO TO FN-MENOR-VALID-FIM.
       FN-MENOR-VALID-LOOP.
           READ CADLOTE NEXT RECORD
               AT END GO TO FN-MENOR-VALID-FIM.
           IF FILIALLOTE NOT = FILIALANT OR PRODUTOLOTE NOT = PRODANT
               GO TO FN-MENOR-VALID-FIM.
           IF QTDLOTE = ZEROS
               GO TO FN-MENOR-VALID-LOOP.
           IF ACHOULOTE = "S" AND VALIDLOTE NOT < MELHORVALID
               GO TO FN-MENOR-VALID-LOOP.
           MOVE "S" TO ACHOULOTE.
           MOVE VALIDLOTE TO MELHORVALID.
           MOVE NUMLOTE TO MELHORLOTE.
           GO TO FN-MENOR-VALID-LOOP.
       FN-MENOR-VALID-FIM.
           EXIT.

       FN-MAIOR-VALID.
           MOVE "N" TO ACHOULOTE.
           MOVE ZEROS TO MELHORVALID.
           MOVE FILIALANT TO FILIALLOTE.
           MOVE PRODANT TO PRODUTOLOTE.
           MOVE LOW-VALUES TO NUMLOTE.
           START CADLOTE KEY IS NOT LESS THAN CHAVELOTE
               INVALID KEY GO TO FN-MAIOR-VALID-FIM.
       FN-MAIOR-VALID-LOOP.
           READ CADLOTE NEXT RECORD
               AT END GO TO FN-MAIOR-VALID-FIM.
           IF FILIALLOTE NOT = FILIALANT OR PRODUTOLOTE NOT = PRODANT
               GO TO FN-MAIOR-VALID-FIM.
           IF ACHOULOTE = "S" AND VALIDLOTE NOT > MELHORVALID
               GO TO FN-MAIOR-VALID-LOOP.
           MOVE "S" TO ACHOULOTE.
           MOVE VALIDLOTE TO MELHORVALID.
           MOVE NUMLOTE TO MELHORLOTE.
           GO TO FN-MAIOR-VALID-LOOP.
       FN-MAIOR-VALID-FIM.
           EXIT.

       FN-SUPERVISOR.
           MOVE "N" TO CORRIGE.
           IF OPNIVELLOG = 2
               MOVE OPCODLOG TO SUPCODW
               MOVE "S" TO CORRIGE
               GO TO FN-SUPERVISOR-FIM.
           DISPLAY " CODIGO DO SUPERVISOR: ".
           ACCEPT SUPCODW.
           DISPLAY " SENHA DO SUPERVISOR: ".
           ACCEPT SUPSENHAW.
           OPEN INPUT CADUSER
           IF ERRO NOT = "00"
               DISPLAY " CADASTRO DE USUARIOS NAO ENCONTRADO "
               GO TO FN-SUPERVISOR-LIMPA.
           MOVE SUPCODW TO CODUSER.
           READ CADUSER
           IF ERRO NOT = "00"
               DISPLAY " SUPERVISOR NAO CADASTRADO "
               GO TO FN-SUPERVISOR-FECHA.
           IF NIVELUSER NOT = 2 OR SENHAUSER NOT = SUPSENHAW
               DISPLAY " SUPERVISOR OU SENHA INVALIDA "
               GO TO FN-SUPERVISOR-FECHA.
           MOVE "S" TO CORRIGE.
       FN-SUPERVISOR-FECHA.
           CLOSE CADUSER.
       FN-SUPERVISOR-LIMPA.
           MOVE SPACES TO SUPSENHAW.
       FN-SUPERVISOR-FIM.
           EXIT.

       FN-TOTAIS.
           WRITE LINHAINTEG FROM LINBRANCO.
           MOVE " PRODUTOS CONFERIDOS..................:" TO LTDESC.
           MOVE TOTPRODS TO LTQTD.
           WRITE LINHAINTEG FROM LINTOTAL.
           MOVE " MOVIMENTOS REPROCESSADOS.............:" TO LTDESC.
           MOVE TOTMOVS TO LTQTD.
           WRITE LINHAINTEG FROM LINTOTAL.
           MOVE " PRODUTOS COM DIVERGENCIA.............:" TO LTDESC.
           MOVE TOTDIVERG TO LTQTD.
           WRITE LINHAINTEG FROM LINTOTAL.
           MOVE " MOVIMENTOS SEM PRODUTO CADASTRADO....:" TO LTDESC.
           MOVE TOTSEMCAD TO LTQTD.
           WRITE LINHAINTEG FROM LINTOTAL.
           MOVE " PRODUTOS CORRIGIDOS..................:" TO LTDESC.
           MOVE TOTCORRIG TO LTQTD.
           WRITE LINHAINTEG FROM LINTOTAL.
           MOVE " DIVERGENCIAS NAO CORRIGIDAS..........:" TO LTDESC.
           MOVE TOTNAOCORR TO LTQTD.
           WRITE LINHAINTEG FROM LINTOTAL.
           IF TOTDIVERG > ZEROS AND RCPRM < 04
               MOVE 04 TO RCPRM.

       FN-FIM.
           CLOSE RELINTEG.
           DISPLAY " CONFERENCIA DE INTEGRIDADE CONCLUIDA ".
           DISPLAY " PRODUTOS CONFERIDOS: " TOTPRODS.
           DISPLAY " COM DIVERGENCIA....: " TOTDIVERG.
           DISPLAY " CORRIGIDOS.........: " TOTCORRIG.
           MOVE OPCODLOG TO OPERRELSP.
           CALL "SVP068" USING SPOOLPED.
           CANCEL "SVP068".

       FN-FIM2.
           CLOSE CADPROD.
           IF LOTEOK = "S"
               CLOSE CADLOTE.

       FN-FIM3.
           EXIT PROGRAM.
