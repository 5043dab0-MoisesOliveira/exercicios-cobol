       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP098.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPERDA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPERDA
               FILE STATUS  IS ERRO.

           SELECT CADMOTPERDA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMOTP
               FILE STATUS  IS ERRO.

           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPROD
               FILE STATUS IS ERRO.

           SELECT RELPERDA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.

           SELECT ORDPERDA ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD  CADPERDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPERDA.DAT".
       01  REGPERDA.
           03 CHAVEPERDA.
               05 FILIALPER PIC 9(02).
               05 NUMPER PIC 9(06).
           03 DATAPER PIC 9(08).
           03 DATAPERR REDEFINES DATAPER.
               05 MESPER PIC 9(06).
               05 DIAPER PIC 9(02).
           03 HORAPER PIC 9(06).
           03 OPERPER PIC 9(04).
           03 PRODPER PIC 9(06).
           03 LOTEPER PIC X(10).
           03 QTDPER PIC 9(04).
           03 MOTPER PIC 9(02).
           03 CUSTOPER PIC 9(06)V9(03).
           03 VALORPER PIC 9(07)V9(03).
           03 SUPERPER PIC 9(04).
           03 OBSPER PIC X(40).

       FD  CADMOTPERDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMOTPERDA.DAT".
       01  REGMOTP.
           03 CHAVEMOTP.
               05 CODMOTP PIC 9(02).
           03 DESCMOTP PIC X(20).
           03 SITMOTP PIC X(01).
               88 MOTIVO-ATIVO VALUE "A".
               88 MOTIVO-INATIVO VALUE "I".

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

       FD  RELPERDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELPERDA.DAT".
       01  LINHAPERDA PIC X(80).

       SD  ORDPERDA.
       01  REGORD.
           03 ORDFILIAL PIC 9(02).
           03 ORDMOT PIC 9(02).
           03 ORDPROD PIC 9(06).
           03 ORDQTD PIC 9(04).
           03 ORDVALOR PIC 9(07)V9(03).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  MOTOK PIC X(01) VALUE "N".
       01  FILIALSEL PIC 9(02) VALUE ZEROS.
       01  MESSEL PIC 9(06) VALUE ZEROS.
       01  MESSELR REDEFINES MESSEL.
           03 ANOSEL PIC 9(04).
           03 MMSEL PIC 9(02).
       01  PRIMEIRA PIC X(01) VALUE "S".
       01  FILANT PIC 9(02) VALUE ZEROS.
       01  MOTANT PIC 9(02) VALUE ZEROS.
       01  PRODANT PIC 9(06) VALUE ZEROS.
       01  QTDBAIXAS PIC 9(05) VALUE ZEROS.
       01  ACUMQTDP PIC 9(06) VALUE ZEROS.
       01  ACUMVALP PIC 9(09)V9(03) VALUE ZEROS.
       01  ACUMQTDM PIC 9(06) VALUE ZEROS.
       01  ACUMVALM PIC 9(09)V9(03) VALUE ZEROS.
       01  ACUMQTDF PIC 9(06) VALUE ZEROS.
       01  ACUMVALF PIC 9(09)V9(03) VALUE ZEROS.
       01  ACUMQTDG PIC 9(06) VALUE ZEROS.
       01  ACUMVALG PIC 9(09)V9(03) VALUE ZEROS.

       01  LINCAB1.
           03 FILLER PIC X(40)
               VALUE " PERDAS E QUEBRAS DO MES - FILIAL: ".
           03 LCFILIAL PIC X(05).
           03 FILLER PIC X(04) VALUE SPACES.
           03 FILLER PIC X(05) VALUE "MES: ".
           03 LCMES PIC 99.
           03 FILLER PIC X(01) VALUE "/".
           03 LCANO PIC 9999.
       01  LINFILIAL.
           03 FILLER PIC X(09) VALUE " FILIAL: ".
           03 LFFILIAL PIC 99.
       01  LINMOTIVO.
           03 FILLER PIC X(11) VALUE "   MOTIVO: ".
           03 LMMOT PIC 99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LMDESC PIC X(20).
       01  LINCABDET.
           03 FILLER PIC X(40)
               VALUE "    PRODUTO  DESCRICAO                  ".
           03 FILLER PIC X(40)
               VALUE "     QTDE         CUSTO".
       01  LINDET.
           03 FILLER PIC X(05) VALUE SPACES.
           03 LDPROD PIC ZZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LDDESC PIC X(30).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LDQTD PIC ZZZZ9.
           03 FILLER PIC X(03) VALUE SPACES.
           03 LDVALOR PIC ZZZZZZZ9,99.
       01  LINTOTAL.
           03 FILLER PIC X(05) VALUE SPACES.
           03 LTDESC PIC X(38).
           03 LTQTD PIC ZZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LTVALOR PIC ZZZZZZZZ9,99.
       01  LINAVISO.
           03 LAVISO PIC X(70).
       01  LINBRANCO PIC X(80) VALUE SPACES.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "PERDAS MES".
           03 ARQRELSP PIC X(14) VALUE "RELPERDA.DAT".
           03 OPERRELSP PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01  OPERLOG.
           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).

       PROCEDURE DIVISION USING OPERLOG.
      *
       FN-PARAMETROS.
           DISPLAY " FILIAL (00 = TODAS): ".
           ACCEPT FILIALSEL.
           DISPLAY " MES DAS BAIXAS (AAAAMM): ".
           ACCEPT MESSEL.
           IF MMSEL < 1 OR MMSEL > 12
               DISPLAY " MES INVALIDO "
               GO TO FN-FIM2.

       FN-ABRE1.
           OPEN INPUT CADPERDA
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADPERDA NAO ENCONTRADO "
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PERDA =>" ERRO
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN INPUT CADPROD
           IF ERRO NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO =>" ERRO
                 CLOSE CADPERDA
                 GO TO FN-FIM2.

       FN-ABRE3.
           OPEN OUTPUT RELPERDA
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ RELPERDA =>" ERRO2
                 CLOSE CADPERDA CADPROD
                 GO TO FN-FIM2.

       FN-ABRE4.
           MOVE "N" TO MOTOK.
           OPEN INPUT CADMOTPERDA
           IF ERRO = "00"
               MOVE "S" TO MOTOK.

       FN-CABECALHO.
           IF FILIALSEL = ZEROS
               MOVE "TODAS" TO LCFILIAL
           ELSE
               MOVE FILIALSEL TO LCFILIAL.
           MOVE MMSEL TO LCMES.
           MOVE ANOSEL TO LCANO.
           WRITE LINHAPERDA FROM LINCAB1.
           SORT ORDPERDA
               ON ASCENDING KEY ORDFILIAL ORDMOT ORDPROD
               INPUT PROCEDURE IS FN-SELECIONA THRU FN-SELECIONA-FIM
               OUTPUT PROCEDURE IS FN-IMPRIME THRU FN-IMPRIME-FIM.
           GO TO FN-FIM.

       FN-SELECIONA.
           MOVE FILIALSEL TO FILIALPER.
           MOVE ZEROS TO NUMPER.
           START CADPERDA KEY IS NOT LESS THAN CHAVEPERDA
               INVALID KEY GO TO FN-SELECIONA-FIM.
       FN-SELECIONA-LOOP.
           READ CADPERDA NEXT RECORD
               AT END GO TO FN-SELECIONA-FIM.
           IF FILIALSEL NOT = ZEROS AND FILIALPER NOT = FILIALSEL
               GO TO FN-SELECIONA-FIM.
           IF MESPER NOT = MESSEL
               GO TO FN-SELECIONA-LOOP.
           MOVE FILIALPER TO ORDFILIAL.
           MOVE MOTPER TO ORDMOT.
           MOVE PRODPER TO ORDPROD.
           MOVE QTDPER TO ORDQTD.
           MOVE VALORPER TO ORDVALOR.
           ADD 1 TO QTDBAIXAS.
           RELEASE REGORD.
           GO TO FN-SELECIONA-LOOP.
       FN-SELECIONA-FIM.
           EXIT.

       FN-IMPRIME.
           MOVE "S" TO PRIMEIRA.
           MOVE ZEROS TO ACUMQTDG ACUMVALG.
       FN-IMPRIME-LOOP.
           RETURN ORDPERDA
               AT END GO TO FN-IMPRIME-ULT.
           IF PRIMEIRA = "S"
               MOVE "N" TO PRIMEIRA
               PERFORM FN-ABRE-FIL THRU FN-ABRE-FIL-FIM
               PERFORM FN-ABRE-MOT THRU FN-ABRE-MOT-FIM
           ELSE IF ORDFILIAL NOT = FILANT
               PERFORM FN-FECHA-PROD THRU FN-FECHA-PROD-FIM
               PERFORM FN-FECHA-MOT THRU FN-FECHA-MOT-FIM
               PERFORM FN-FECHA-FIL THRU FN-FECHA-FIL-FIM
               PERFORM FN-ABRE-FIL THRU FN-ABRE-FIL-FIM
               PERFORM FN-ABRE-MOT THRU FN-ABRE-MOT-FIM
           ELSE IF ORDMOT NOT = MOTANT
               PERFORM FN-FECHA-PROD THRU FN-FECHA-PROD-FIM
               PERFORM FN-FECHA-MOT THRU FN-FECHA-MOT-FIM
               PERFORM FN-ABRE-MOT THRU FN-ABRE-MOT-FIM
           ELSE IF ORDPROD NOT = PRODANT
               PERFORM FN-FECHA-PROD THRU FN-FECHA-PROD-FIM
               MOVE ORDPROD TO PRODANT.
           ADD ORDQTD TO ACUMQTDP.
           ADD ORDVALOR TO ACUMVALP.
           GO TO FN-IMPRIME-LOOP.
       FN-IMPRIME-ULT.
           IF PRIMEIRA = "S"
               MOVE "   NENHUMA PERDA BAIXADA NO MES" TO LAVISO
               WRITE LINHAPERDA FROM LINAVISO
               GO TO FN-IMPRIME-FIM.
           PERFORM FN-FECHA-PROD THRU FN-FECHA-PROD-FIM.
           PERFORM FN-FECHA-MOT THRU FN-FECHA-MOT-FIM.
           PERFORM FN-FECHA-FIL THRU FN-FECHA-FIL-FIM.
           MOVE " TOTAL GERAL DAS PERDAS" TO LTDESC.
           MOVE ACUMQTDG TO LTQTD.
           MOVE ACUMVALG TO LTVALOR.
           WRITE LINHAPERDA FROM LINTOTAL.
       FN-IMPRIME-FIM.
           EXIT.

       FN-ABRE-FIL.
           MOVE ORDFILIAL TO FILANT.
           MOVE ZEROS TO ACUMQTDF ACUMVALF.
           MOVE ORDFILIAL TO LFFILIAL.
           WRITE LINHAPERDA FROM LINBRANCO.
           WRITE LINHAPERDA FROM LINFILIAL.
       FN-ABRE-FIL-FIM.
           EXIT.

       FN-ABRE-MOT.
           MOVE ORDMOT TO MOTANT.
           MOVE ORDPROD TO PRODANT.
           MOVE ZEROS TO ACUMQTDM ACUMVALM ACUMQTDP ACUMVALP.
           MOVE ORDMOT TO LMMOT.
           MOVE "* NAO CADASTRADO *" TO LMDESC.
           IF MOTOK = "S"
               MOVE ORDMOT TO CODMOTP
               READ CADMOTPERDA
               IF ERRO = "00"
                   MOVE DESCMOTP TO LMDESC.
           WRITE LINHAPERDA FROM LINBRANCO.
           WRITE LINHAPERDA FROM LINMOTIVO.
           WRITE LINHAPERDA FROM LINCABDET.
       FN-ABRE-MOT-FIM.
           EXIT.

       FN-FECHA-PROD.
           MOVE PRODANT TO LDPROD.
           MOVE FILANT TO CODFILPROD.
           MOVE PRODANT TO CODPROD.
           READ CADPROD
               INVALID KEY MOVE "* NAO CADASTRADO *" TO DESCR.
           MOVE DESCR TO LDDESC.
           MOVE ACUMQTDP TO LDQTD.
           MOVE ACUMVALP TO LDVALOR.
           WRITE LINHAPERDA FROM LINDET.
           ADD ACUMQTDP TO ACUMQTDM.
           ADD ACUMVALP TO ACUMVALM.
           MOVE ZEROS TO ACUMQTDP ACUMVALP.
       FN-FECHA-PROD-FIM.
           EXIT.

       FN-FECHA-MOT.
           MOVE "   TOTAL DO MOTIVO" TO LTDESC.
           MOVE ACUMQTDM TO LTQTD.
           MOVE ACUMVALM TO LTVALOR.
           WRITE LINHAPERDA FROM LINTOTAL.
           ADD ACUMQTDM TO ACUMQTDF.
           ADD ACUMVALM TO ACUMVALF.
       FN-FECHA-MOT-FIM.
           EXIT.

       FN-FECHA-FIL.
           WRITE LINHAPERDA FROM LINBRANCO.
           MOVE " TOTAL DA FILIAL" TO LTDESC.
           MOVE ACUMQTDF TO LTQTD.
           MOVE ACUMVALF TO LTVALOR.
           WRITE LINHAPERDA FROM LINTOTAL.
           ADD ACUMQTDF TO ACUMQTDG.
           ADD ACUMVALF TO ACUMVALG.
       FN-FECHA-FIL-FIM.
           EXIT.

       FN-FIM.
           CLOSE CADPERDA CADPROD.
           IF MOTOK = "S"
               CLOSE CADMOTPERDA.
           CLOSE RELPERDA.
           DISPLAY " RELATORIO DE PERDAS CONCLUIDO ".
           DISPLAY " BAIXAS NO MES.....: " QTDBAIXAS.
           MOVE OPCODLOG TO OPERRELSP.
           CALL "SVP068" USING SPOOLPED.
           CANCEL "SVP068".
           EXIT PROGRAM.

       FN-FIM2.
           EXIT PROGRAM.
