       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP095.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSAC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVESAC
               FILE STATUS  IS ERRO.

           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPROD
               FILE STATUS IS ERRO.

           SELECT RELSACMES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.

           SELECT ORDSAC ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD  CADSAC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSAC.DAT".
       01  REGSAC.
           03 CHAVESAC.
               05 FILIALSAC PIC 9(02).
               05 NUMSAC PIC 9(06).
           03 CLIENTESAC PIC 9(06).
           03 PEDIDOSAC PIC 9(06).
           03 ITEMSAC PIC 9(03).
           03 PRODSAC PIC 9(06).
           03 CATSAC PIC 9(02).
           03 DESCSAC PIC X(60).
           03 RESPSAC PIC 9(04).
           03 DATAABSAC PIC 9(08).
           03 DATAABSACR REDEFINES DATAABSAC.
               05 MESABSAC PIC 9(06).
               05 DIAABSAC PIC 9(02).
           03 HORAABSAC PIC 9(06).
           03 OPERABSAC PIC 9(04).
           03 SITSAC PIC X(01).
               88 CHAMADO-ABERTO VALUE "A".
               88 CHAMADO-ANDAMENTO VALUE "P".
               88 CHAMADO-RESOLVIDO VALUE "R".
               88 CHAMADO-FECHADO VALUE "F".
           03 DATARESSAC PIC 9(08).
           03 DATAFECSAC PIC 9(08).
           03 DEVDATASAC PIC 9(08).
           03 DEVHORASAC PIC 9(06).
           03 DEVITEMSAC PIC 9(03).
           03 DEVVALSAC PIC 9(06)V9(03).

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

       FD  RELSACMES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELSACMES.DAT".
       01  LINHASACMES PIC X(80).

       SD  ORDSAC.
       01  REGORD.
           03 ORDPROD PIC 9(06).
           03 ORDSIT PIC X(01).
           03 ORDDEV PIC X(01).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  FILIALSEL PIC 9(02) VALUE ZEROS.
       01  MESSEL PIC 9(06) VALUE ZEROS.
       01  MESSELR REDEFINES MESSEL.
           03 ANOSEL PIC 9(04).
           03 MMSEL PIC 9(02).
       01  IND PIC 9(02) VALUE ZEROS.
       01  PRIMEIRA PIC X(01) VALUE "S".
       01  PRODANT PIC 9(06) VALUE ZEROS.
       01  TOTCHAM PIC 9(05) VALUE ZEROS.
       01  TOTPEND PIC 9(05) VALUE ZEROS.
       01  TOTRESOL PIC 9(05) VALUE ZEROS.
       01  TOTDEV PIC 9(05) VALUE ZEROS.
       01  QTDPRODS PIC 9(05) VALUE ZEROS.
       01  ACUMCHAM PIC 9(05) VALUE ZEROS.
       01  ACUMPEND PIC 9(05) VALUE ZEROS.
       01  ACUMRESOL PIC 9(05) VALUE ZEROS.
       01  ACUMDEV PIC 9(05) VALUE ZEROS.
       01  TABCATSAC.
           03 FILLER PIC X(20) VALUE "ATRASO NA ENTREGA".
           03 FILLER PIC X(20) VALUE "ITEM ERRADO".
           03 FILLER PIC X(20) VALUE "MERCADORIA AVARIADA".
           03 FILLER PIC X(20) VALUE "ERRO DE COBRANCA".
           03 FILLER PIC X(20) VALUE "FALTA DE ITEM".
           03 FILLER PIC X(20) VALUE "DEFEITO / QUALIDADE".
           03 FILLER PIC X(20) VALUE "ATENDIMENTO".
           03 FILLER PIC X(20) VALUE "OUTROS".
       01  TABCATSACR REDEFINES TABCATSAC.
           03 DESCCAT PIC X(20) OCCURS 8 TIMES.
       01  TABQTDCAT.
           03 QTDCAT OCCURS 8 TIMES.
               05 CATCHAM PIC 9(05).
               05 CATPEND PIC 9(05).
               05 CATRESOL PIC 9(05).
               05 CATDEV PIC 9(05).

       01  LINCAB1.
           03 FILLER PIC X(40)
               VALUE " CHAMADOS SAC DO MES - FILIAL: ".
           03 LCFILIAL PIC Z9.
           03 FILLER PIC X(04) VALUE SPACES.
           03 FILLER PIC X(05) VALUE "MES: ".
           03 LCMES PIC 99.
           03 FILLER PIC X(01) VALUE "/".
           03 LCANO PIC 9999.
       01  LINTITCAT.
           03 FILLER PIC X(40) VALUE " CHAMADOS POR CATEGORIA".
       01  LINCABCAT.
           03 FILLER PIC X(40)
               VALUE " CATEGORIA                    CHAMADOS".
           03 FILLER PIC X(40)
               VALUE "   PEND. RESOLVIDOS  C/DEVOLUC.".
       01  LINCAT.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LCCOD PIC Z9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LCDESC PIC X(20).
           03 FILLER PIC X(09) VALUE SPACES.
           03 LCCHAM PIC ZZZZ9.
           03 FILLER PIC X(05) VALUE SPACES.
           03 LCPEND PIC ZZZZ9.
           03 FILLER PIC X(06) VALUE SPACES.
           03 LCRESOL PIC ZZZZ9.
           03 FILLER PIC X(07) VALUE SPACES.
           03 LCDEV PIC ZZZZ9.
       01  LINTITPROD.
           03 FILLER PIC X(40) VALUE " CHAMADOS POR PRODUTO".
       01  LINCABPROD.
           03 FILLER PIC X(40)
               VALUE " PRODUTO DESCRICAO            CHAMADOS".
           03 FILLER PIC X(40)
               VALUE "   PEND. RESOLVIDOS  C/DEVOLUC.".
       01  LINPROD.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LPPROD PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LPDESC PIC X(23).
           03 FILLER PIC X(02) VALUE SPACES.
           03 LPCHAM PIC ZZZZ9.
           03 FILLER PIC X(05) VALUE SPACES.
           03 LPPEND PIC ZZZZ9.
           03 FILLER PIC X(06) VALUE SPACES.
           03 LPRESOL PIC ZZZZ9.
           03 FILLER PIC X(07) VALUE SPACES.
           03 LPDEV PIC ZZZZ9.
       01  LINTOTAL.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LTDESC PIC X(32).
           03 LTCHAM PIC ZZZZ9.
           03 FILLER PIC X(05) VALUE SPACES.
           03 LTPEND PIC ZZZZ9.
           03 FILLER PIC X(06) VALUE SPACES.
           03 LTRESOL PIC ZZZZ9.
           03 FILLER PIC X(07) VALUE SPACES.
           03 LTDEV PIC ZZZZ9.
       01  LINAVISO.
           03 LAVISO PIC X(70).
       01  LINBRANCO PIC X(80) VALUE SPACES.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "SAC DO MES".
           03 ARQRELSP PIC X(14) VALUE "RELSACMES.DAT".
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
           DISPLAY " MES DE ABERTURA (AAAAMM): ".
           ACCEPT MESSEL.
           IF MMSEL < 1 OR MMSEL > 12
               DISPLAY " MES INVALIDO "
               GO TO FN-FIM2.
           MOVE ZEROS TO TABQTDCAT.

       FN-ABRE1.
           OPEN INPUT CADSAC
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADSAC NAO ENCONTRADO "
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO SAC =>" ERRO
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN INPUT CADPROD
           IF ERRO NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO =>" ERRO
                 CLOSE CADSAC
                 GO TO FN-FIM2.

       FN-ABRE3.
           OPEN OUTPUT RELSACMES
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ RELSACMES =>" ERRO2
                 CLOSE CADSAC CADPROD
                 GO TO FN-FIM2.

       FN-CABECALHO.
           MOVE FILIALSEL TO LCFILIAL.
           MOVE MMSEL TO LCMES.
           MOVE ANOSEL TO LCANO.
           WRITE LINHASACMES FROM LINCAB1.
           SORT ORDSAC
               ON ASCENDING KEY ORDPROD
               INPUT PROCEDURE IS FN-SELECIONA THRU FN-SELECIONA-FIM
               OUTPUT PROCEDURE IS FN-IMPRIME THRU FN-IMPRIME-FIM.
           GO TO FN-FIM.

       FN-SELECIONA.
           MOVE FILIALSEL TO FILIALSAC.
           MOVE ZEROS TO NUMSAC.
           START CADSAC KEY IS NOT LESS THAN CHAVESAC
               INVALID KEY GO TO FN-SELECIONA-FIM.
       FN-SELECIONA-LOOP.
           READ CADSAC NEXT RECORD
               AT END GO TO FN-SELECIONA-FIM.
           IF FILIALSAC NOT = FILIALSEL
               GO TO FN-SELECIONA-FIM.
           IF MESABSAC NOT = MESSEL
               GO TO FN-SELECIONA-LOOP.
           IF CATSAC < 1 OR CATSAC > 8
               MOVE 8 TO IND
           ELSE
               MOVE CATSAC TO IND.
           MOVE PRODSAC TO ORDPROD.
           MOVE SITSAC TO ORDSIT.
           MOVE "N" TO ORDDEV.
           ADD 1 TO CATCHAM (IND) TOTCHAM.
           IF CHAMADO-ABERTO OR CHAMADO-ANDAMENTO
               ADD 1 TO CATPEND (IND) TOTPEND
           ELSE
               ADD 1 TO CATRESOL (IND) TOTRESOL.
           IF DEVDATASAC NOT = ZEROS
               MOVE "S" TO ORDDEV
               ADD 1 TO CATDEV (IND) TOTDEV.
           RELEASE REGORD.
           GO TO FN-SELECIONA-LOOP.
       FN-SELECIONA-FIM.
           EXIT.

       FN-IMPRIME.
           WRITE LINHASACMES FROM LINBRANCO.
           WRITE LINHASACMES FROM LINTITCAT.
           WRITE LINHASACMES FROM LINCABCAT.
           MOVE ZEROS TO IND.
       FN-IMPRIME-CAT.
           ADD 1 TO IND.
           IF IND > 8
               GO TO FN-IMPRIME-CAT-FIM.
           MOVE IND TO LCCOD.
           MOVE DESCCAT (IND) TO LCDESC.
           MOVE CATCHAM (IND) TO LCCHAM.
           MOVE CATPEND (IND) TO LCPEND.
           MOVE CATRESOL (IND) TO LCRESOL.
           MOVE CATDEV (IND) TO LCDEV.
           WRITE LINHASACMES FROM LINCAT.
           GO TO FN-IMPRIME-CAT.
       FN-IMPRIME-CAT-FIM.
           MOVE " TOTAL DO MES" TO LTDESC.
           MOVE TOTCHAM TO LTCHAM.
           MOVE TOTPEND TO LTPEND.
           MOVE TOTRESOL TO LTRESOL.
           MOVE TOTDEV TO LTDEV.
           WRITE LINHASACMES FROM LINTOTAL.
           WRITE LINHASACMES FROM LINBRANCO.
           WRITE LINHASACMES FROM LINTITPROD.
           WRITE LINHASACMES FROM LINCABPROD.
           MOVE "S" TO PRIMEIRA.
       FN-IMPRIME-LOOP.
           RETURN ORDSAC
               AT END GO TO FN-IMPRIME-ULT.
           IF PRIMEIRA = "S"
               MOVE "N" TO PRIMEIRA
               MOVE ORDPROD TO PRODANT
               MOVE ZEROS TO ACUMCHAM ACUMPEND ACUMRESOL ACUMDEV
           ELSE IF ORDPROD NOT = PRODANT
               PERFORM FN-LINHA-PROD THRU FN-LINHA-PROD-FIM
               MOVE ORDPROD TO PRODANT
               MOVE ZEROS TO ACUMCHAM ACUMPEND ACUMRESOL ACUMDEV.
           ADD 1 TO ACUMCHAM.
           IF ORDSIT = "A" OR ORDSIT = "P"
               ADD 1 TO ACUMPEND
           ELSE
               ADD 1 TO ACUMRESOL.
           IF ORDDEV = "S"
               ADD 1 TO ACUMDEV.
           GO TO FN-IMPRIME-LOOP.
       FN-IMPRIME-ULT.
           IF PRIMEIRA = "N"
               PERFORM FN-LINHA-PROD THRU FN-LINHA-PROD-FIM
           ELSE
               MOVE "   NENHUM CHAMADO ABERTO NO MES" TO LAVISO
               WRITE LINHASACMES FROM LINAVISO.
       FN-IMPRIME-FIM.
           EXIT.

       FN-LINHA-PROD.
           ADD 1 TO QTDPRODS.
           MOVE PRODANT TO LPPROD.
           MOVE "* SEM PRODUTO *" TO LPDESC.
           IF PRODANT = ZEROS
               GO TO FN-LINHA-PROD-GRAVA.
           MOVE FILIALSEL TO CODFILPROD.
           MOVE PRODANT TO CODPROD.
           READ CADPROD
               INVALID KEY MOVE "* NAO CADASTRADO *" TO DESCR.
           MOVE DESCR TO LPDESC.
       FN-LINHA-PROD-GRAVA.
           MOVE ACUMCHAM TO LPCHAM.
           MOVE ACUMPEND TO LPPEND.
           MOVE ACUMRESOL TO LPRESOL.
           MOVE ACUMDEV TO LPDEV.
           WRITE LINHASACMES FROM LINPROD.
       FN-LINHA-PROD-FIM.
           EXIT.

       FN-FIM.
           CLOSE CADSAC CADPROD.
           CLOSE RELSACMES.
           DISPLAY " CHAMADOS DO MES CONCLUIDO ".
           DISPLAY " CHAMADOS NO MES...: " TOTCHAM.
           DISPLAY " PRODUTOS..........: " QTDPRODS.
           MOVE OPCODLOG TO OPERRELSP.
           CALL "SVP068" USING SPOOLPED.
           CANCEL "SVP068".
           EXIT PROGRAM.

       FN-FIM2.
           EXIT PROGRAM.
