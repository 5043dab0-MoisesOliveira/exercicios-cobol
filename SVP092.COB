       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP092.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLOCAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVELOCAL
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS CHAVESEQLOC WITH DUPLICATES.

           SELECT CADESTLOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEESTLOC
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS CHAVELOCEL WITH DUPLICATES.

           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPROD
               FILE STATUS IS ERRO.

           SELECT RELOCUP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD  CADLOCAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLOCAL.DAT".
       01  REGLOCAL.
           03 CHAVELOCAL.
               05 FILIALLOC PIC 9(02).
               05 ENDERLOC.
                   07 RUALOC PIC X(02).
                   07 ESTLOC PIC 9(03).
                   07 NIVLOC PIC 9(02).
           03 DESCLOC PIC X(20).
           03 CHAVESEQLOC.
               05 FILSEQLOC PIC 9(02).
               05 SEQLOC PIC 9(05).
           03 CAPLOC PIC 9(05).
           03 SITLOC PIC X(01).
               88 LOCAL-ATIVO VALUE "A".
               88 LOCAL-INATIVO VALUE "I".

       FD  CADESTLOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADESTLOC.DAT".
       01  REGESTLOC.
           03 CHAVEESTLOC.
               05 FILIALEL PIC 9(02).
               05 PRODEL PIC 9(06).
               05 LOTEEL PIC X(10).
               05 ENDEREL.
                   07 RUAEL PIC X(02).
                   07 ESTEL PIC 9(03).
                   07 NIVELEL PIC 9(02).
           03 CHAVELOCEL.
               05 FILLOCEL PIC 9(02).
               05 ENDLOCEL.
                   07 RUALE PIC X(02).
                   07 ESTLE PIC 9(03).
                   07 NIVLE PIC 9(02).
           03 QTDEL PIC 9(05).

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

       FD  RELOCUP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELOCUP.DAT".
       01  LINHAOCUP PIC X(80).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  FILIALSEL PIC 9(02) VALUE ZEROS.
       01  OPCAOSEL PIC X(01) VALUE "T".
           88 LISTA-TODOS VALUE "T".
           88 LISTA-EXCECOES VALUE "E".
       01  ESTLOCOK PIC X(01) VALUE "N".
       01  OCUPADOW PIC 9(07) VALUE ZEROS.
       01  PERCW PIC 9(04) VALUE ZEROS.
       01  LOCALIZADOW PIC 9(07) VALUE ZEROS.
       01  DIFERENCAW PIC S9(07) VALUE ZEROS.
       01  SITUACAOW PIC X(17) VALUE SPACES.
       01  QTDLOCAIS PIC 9(05) VALUE ZEROS.
       01  QTDVAZIOS PIC 9(05) VALUE ZEROS.
       01  QTDSOBRE PIC 9(05) VALUE ZEROS.
       01  QTDINATEST PIC 9(05) VALUE ZEROS.
       01  QTDSEMCAD PIC 9(05) VALUE ZEROS.
       01  QTDSEMLOC PIC 9(05) VALUE ZEROS.

       01  LINCAB1.
           03 FILLER PIC X(40)
               VALUE " OCUPACAO DOS ENDERECOS DO DEPOSITO - FI".
           03 FILLER PIC X(07) VALUE "LIAL: ".
           03 LCFILIAL PIC Z9.
           03 FILLER PIC X(04) VALUE SPACES.
           03 LCOPCAO PIC X(20).
       01  LINCABLOC.
           03 FILLER PIC X(40)
               VALUE "   SEQ ENDERECO   DESCRICAO            ".
           03 FILLER PIC X(40)
               VALUE " CAPAC. OCUPADO %OCUP  SITUACAO        ".
       01  LINLOC.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LLSEQ PIC ZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LLRUA PIC X(02).
           03 FILLER PIC X(01) VALUE "-".
           03 LLEST PIC 999.
           03 FILLER PIC X(01) VALUE "-".
           03 LLNIV PIC 99.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LLDESC PIC X(20).
           03 FILLER PIC X(02) VALUE SPACES.
           03 LLCAP PIC ZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LLQTD PIC ZZZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LLPERC PIC ZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LLSIT PIC X(17).
       01  LINCABSEMCAD.
           03 FILLER PIC X(40)
               VALUE " ENDERECO  PRODUTO DESCRICAO            ".
           03 FILLER PIC X(40)
               VALUE "          LOTE        QUANT.            ".
       01  LINSEMCAD.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LNRUA PIC X(02).
           03 FILLER PIC X(01) VALUE "-".
           03 LNEST PIC 999.
           03 FILLER PIC X(01) VALUE "-".
           03 LNNIV PIC 99.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LNPROD PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LNDESC PIC X(30).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LNLOTE PIC X(10).
           03 FILLER PIC X(01) VALUE SPACE.
           03 LNQTD PIC ZZZZ9.
       01  LINCABSEMLOC.
           03 FILLER PIC X(40)
               VALUE " PRODUTO DESCRICAO                      ".
           03 FILLER PIC X(40)
               VALUE "ESTOQUE LOCALIZ. DIFERENCA             ".
       01  LINSEMLOC.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LPPROD PIC ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LPDESC PIC X(30).
           03 FILLER PIC X(02) VALUE SPACES.
           03 LPEST PIC ZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LPLOC PIC ZZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LPDIF PIC -ZZZZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 LPOBS PIC X(18).
       01  LINTOTAL.
           03 LTDESC PIC X(40).
           03 LTQTD PIC ZZZZ9.
       01  LINAVISO.
           03 LAVISO PIC X(70).
       01  LINBRANCO PIC X(80) VALUE SPACES.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "OCUPACAO END".
           03 ARQRELSP PIC X(14) VALUE "RELOCUP.DAT".
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
           DISPLAY " LISTAR (T = TODOS OS ENDERECOS E = SO EXCECOES): ".
           ACCEPT OPCAOSEL.
           IF NOT LISTA-TODOS AND NOT LISTA-EXCECOES
               DISPLAY " OPCAO INVALIDA "
               GO TO FN-FIM2.

       FN-ABRE1.
           OPEN INPUT CADLOCAL
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADLOCAL NAO ENCONTRADO "
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO LOCAL =>" ERRO
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           MOVE "N" TO ESTLOCOK.
           OPEN INPUT CADESTLOC
           IF ERRO = "00"
               MOVE "S" TO ESTLOCOK.

       FN-ABRE3.
           OPEN INPUT CADPROD
           IF ERRO NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO =>" ERRO
                 CLOSE CADLOCAL
                 IF ESTLOCOK = "S"
                     CLOSE CADESTLOC
                     GO TO FN-FIM2
                 ELSE
                     GO TO FN-FIM2.

       FN-ABRE4.
           OPEN OUTPUT RELOCUP
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQ RELOCUP =>" ERRO2
                 CLOSE CADLOCAL CADPROD
                 IF ESTLOCOK = "S"
                     CLOSE CADESTLOC
                     GO TO FN-FIM2
                 ELSE
                     GO TO FN-FIM2.

       FN-CABECALHO.
           MOVE FILIALSEL TO LCFILIAL.
           IF LISTA-TODOS
               MOVE "TODOS OS ENDERECOS" TO LCOPCAO
           ELSE
               MOVE "SOMENTE EXCECOES" TO LCOPCAO.
           WRITE LINHAOCUP FROM LINCAB1.
           WRITE LINHAOCUP FROM LINBRANCO.
           WRITE LINHAOCUP FROM LINCABLOC.

       FN-LOCAIS.
           MOVE FILIALSEL TO FILSEQLOC.
           MOVE ZEROS TO SEQLOC.
           START CADLOCAL KEY IS NOT LESS THAN CHAVESEQLOC
               INVALID KEY GO TO FN-LOCAIS-FIM.
       FN-LOCAIS-LOOP.
           READ CADLOCAL NEXT RECORD
               AT END GO TO FN-LOCAIS-FIM.
           IF FILSEQLOC NOT = FILIALSEL
               GO TO FN-LOCAIS-FIM.
           ADD 1 TO QTDLOCAIS.
           PERFORM FN-OCUPACAO THRU FN-OCUPACAO-FIM.
           MOVE "OK" TO SITUACAOW.
           IF LOCAL-INATIVO
               IF OCUPADOW > ZEROS
                   MOVE "INATIVO C/ESTOQUE" TO SITUACAOW
                   ADD 1 TO QTDINATEST
               ELSE
                   MOVE "INATIVO" TO SITUACAOW
           ELSE IF OCUPADOW = ZEROS
               MOVE "VAZIO" TO SITUACAOW
               ADD 1 TO QTDVAZIOS
           ELSE IF CAPLOC > ZEROS AND OCUPADOW > CAPLOC
               MOVE "SOBRECARGA" TO SITUACAOW
               ADD 1 TO QTDSOBRE.
           IF LISTA-EXCECOES
               IF SITUACAOW = "OK" OR SITUACAOW = "INATIVO"
                   GO TO FN-LOCAIS-LOOP.
           MOVE SEQLOC TO LLSEQ.
           MOVE RUALOC TO LLRUA.
           MOVE ESTLOC TO LLEST.
           MOVE NIVLOC TO LLNIV.
           MOVE DESCLOC TO LLDESC.
           MOVE CAPLOC TO LLCAP.
           MOVE OCUPADOW TO LLQTD.
           MOVE ZEROS TO PERCW.
           IF CAPLOC > ZEROS
               COMPUTE PERCW = OCUPADOW * 100 / CAPLOC
                   ON SIZE ERROR MOVE 9999 TO PERCW.
           MOVE PERCW TO LLPERC.
           MOVE SITUACAOW TO LLSIT.
           WRITE LINHAOCUP FROM LINLOC.
           GO TO FN-LOCAIS-LOOP.
       FN-LOCAIS-FIM.
           IF QTDLOCAIS = ZEROS
               MOVE " NENHUM ENDERECO CADASTRADO PARA A FILIAL "
                   TO LAVISO
               WRITE LINHAOCUP FROM LINAVISO.

       FN-SEMCAD.
           IF ESTLOCOK NOT = "S"
               GO TO FN-SEMLOC.
           WRITE LINHAOCUP FROM LINBRANCO.
           MOVE " ESTOQUE EM ENDERECOS NAO CADASTRADOS" TO LAVISO.
           WRITE LINHAOCUP FROM LINAVISO.
           WRITE LINHAOCUP FROM LINCABSEMCAD.
           MOVE FILIALSEL TO FILLOCEL.
           MOVE SPACES TO RUALE.
           MOVE ZEROS TO ESTLE NIVLE.
           START CADESTLOC KEY IS NOT LESS THAN CHAVELOCEL
               INVALID KEY GO TO FN-SEMCAD-FIM.
       FN-SEMCAD-LOOP.
           READ CADESTLOC NEXT RECORD
               AT END GO TO FN-SEMCAD-FIM.
           IF FILLOCEL NOT = FILIALSEL
               GO TO FN-SEMCAD-FIM.
           IF QTDEL = ZEROS
               GO TO FN-SEMCAD-LOOP.
           MOVE FILLOCEL TO FILIALLOC.
           MOVE ENDLOCEL TO ENDERLOC.
           READ CADLOCAL
           IF ERRO = "00"
               GO TO FN-SEMCAD-LOOP.
           ADD 1 TO QTDSEMCAD.
           MOVE RUALE TO LNRUA.
           MOVE ESTLE TO LNEST.
           MOVE NIVLE TO LNNIV.
           MOVE PRODEL TO LNPROD.
           MOVE FILIALEL TO CODFILPROD.
           MOVE PRODEL TO CODPROD.
           READ CADPROD
           IF ERRO = "00"
               MOVE DESCR TO LNDESC
           ELSE
               MOVE "* PRODUTO NAO CADASTRADO *" TO LNDESC.
           MOVE LOTEEL TO LNLOTE.
           MOVE QTDEL TO LNQTD.
           WRITE LINHAOCUP FROM LINSEMCAD.
           GO TO FN-SEMCAD-LOOP.
       FN-SEMCAD-FIM.
           IF QTDSEMCAD = ZEROS
               MOVE "   NENHUMA OCORRENCIA" TO LAVISO
               WRITE LINHAOCUP FROM LINAVISO.

       FN-SEMLOC.
           WRITE LINHAOCUP FROM LINBRANCO.
           MOVE " PRODUTOS COM ESTOQUE SEM ENDERECO" TO LAVISO.
           WRITE LINHAOCUP FROM LINAVISO.
           WRITE LINHAOCUP FROM LINCABSEMLOC.
           MOVE FILIALSEL TO CODFILPROD.
           MOVE ZEROS TO CODPROD.
           START CADPROD KEY IS NOT LESS THAN CHAVEPROD
               INVALID KEY GO TO FN-SEMLOC-FIM.
       FN-SEMLOC-LOOP.
           READ CADPROD NEXT RECORD
               AT END GO TO FN-SEMLOC-FIM.
           IF CODFILPROD NOT = FILIALSEL
               GO TO FN-SEMLOC-FIM.
           PERFORM FN-LOCALIZADO THRU FN-LOCALIZADO-FIM.
           IF LOCALIZADOW = QUANTEST
               GO TO FN-SEMLOC-LOOP.
           ADD 1 TO QTDSEMLOC.
           COMPUTE DIFERENCAW = QUANTEST - LOCALIZADOW.
           MOVE CODPROD TO LPPROD.
           MOVE DESCR TO LPDESC.
           MOVE QUANTEST TO LPEST.
           MOVE LOCALIZADOW TO LPLOC.
           MOVE DIFERENCAW TO LPDIF.
           IF DIFERENCAW > ZEROS
               MOVE "SEM ENDERECO" TO LPOBS
           ELSE
               MOVE "ENDERECADO A MAIOR" TO LPOBS.
           WRITE LINHAOCUP FROM LINSEMLOC.
           GO TO FN-SEMLOC-LOOP.
       FN-SEMLOC-FIM.
           IF QTDSEMLOC = ZEROS
               MOVE "   NENHUMA OCORRENCIA" TO LAVISO
               WRITE LINHAOCUP FROM LINAVISO.

       FN-TOTAIS.
           WRITE LINHAOCUP FROM LINBRANCO.
           MOVE " ENDERECOS CADASTRADOS................:" TO LTDESC.
           MOVE QTDLOCAIS TO LTQTD.
           WRITE LINHAOCUP FROM LINTOTAL.
           MOVE " ENDERECOS VAZIOS.....................:" TO LTDESC.
           MOVE QTDVAZIOS TO LTQTD.
           WRITE LINHAOCUP FROM LINTOTAL.
           MOVE " ENDERECOS COM SOBRECARGA.............:" TO LTDESC.
           MOVE QTDSOBRE TO LTQTD.
           WRITE LINHAOCUP FROM LINTOTAL.
           MOVE " ENDERECOS INATIVOS COM ESTOQUE.......:" TO LTDESC.
           MOVE QTDINATEST TO LTQTD.
           WRITE LINHAOCUP FROM LINTOTAL.
           MOVE " SALDOS EM ENDERECOS NAO CADASTRADOS..:" TO LTDESC.
           MOVE QTDSEMCAD TO LTQTD.
           WRITE LINHAOCUP FROM LINTOTAL.
           MOVE " PRODUTOS COM DIVERGENCIA DE ENDERECO.:" TO LTDESC.
           MOVE QTDSEMLOC TO LTQTD.
           WRITE LINHAOCUP FROM LINTOTAL.

       FN-FIM.
           CLOSE CADLOCAL CADPROD.
           IF ESTLOCOK = "S"
               CLOSE CADESTLOC.
           CLOSE RELOCUP.
           DISPLAY " OCUPACAO DOS ENDERECOS CONCLUIDA ".
           DISPLAY " ENDERECOS.........: " QTDLOCAIS.
           DISPLAY " VAZIOS............: " QTDVAZIOS.
           DISPLAY " SOBRECARGA........: " QTDSOBRE.
           MOVE OPCODLOG TO OPERRELSP.
           CALL "SVP068" USING SPOOLPED.
           CANCEL "SVP068".
           EXIT PROGRAM.

       FN-FIM2.
           EXIT PROGRAM.

       FN-OCUPACAO.
           MOVE ZEROS TO OCUPADOW.
           IF ESTLOCOK NOT = "S"
               GO TO FN-OCUPACAO-FIM.
           MOVE FILIALLOC TO FILLOCEL.
           MOVE ENDERLOC TO ENDLOCEL.
           START CADESTLOC KEY IS NOT LESS THAN CHAVELOCEL
               INVALID KEY GO TO FN-OCUPACAO-FIM.
       FN-OCUPACAO-LOOP.
           READ CADESTLOC NEXT RECORD
               AT END GO TO FN-OCUPACAO-FIM.
           IF FILLOCEL NOT = FILIALLOC OR ENDLOCEL NOT = ENDERLOC
               GO TO FN-OCUPACAO-FIM.
           ADD QTDEL TO OCUPADOW.
           GO TO FN-OCUPACAO-LOOP.
       FN-OCUPACAO-FIM.
           EXIT.

       FN-LOCALIZADO.
           MOVE ZEROS TO LOCALIZADOW.
           IF ESTLOCOK NOT = "S"
               GO TO FN-LOCALIZADO-FIM.
           MOVE CODFILPROD TO FILIALEL.
           MOVE CODPROD TO PRODEL.
           MOVE LOW-VALUES TO LOTEEL.
           MOVE SPACES TO RUAEL.
           MOVE ZEROS TO ESTEL NIVELEL.
           START CADESTLOC KEY IS NOT LESS THAN CHAVEESTLOC
               INVALID KEY GO TO FN-LOCALIZADO-FIM.
       FN-LOCALIZADO-LOOP.
           READ CADESTLOC NEXT RECORD
               AT END GO TO FN-LOCALIZADO-FIM.
           IF FILIALEL NOT = CODFILPROD OR PRODEL NOT = CODPROD
               GO TO FN-LOCALIZADO-FIM.
           ADD QTDEL TO LOCALIZADOW.
           GO TO FN-LOCALIZADO-LOOP.
       FN-LOCALIZADO-FIM.
           EXIT.
