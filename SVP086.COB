       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP086.
       AUTHOR. MSZS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADJOB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEJOB
               FILE STATUS  IS ERRO.

           SELECT CTLJOB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECTL
               FILE STATUS  IS ERRO.

           SELECT LOGJOB ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS ERRO.

           SELECT RELJOB ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD  CADJOB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADJOB.DAT".
       01  REGJOB.
           03 CHAVEJOB.
               05 FILIALJOB PIC 9(02).
               05 CADEIAJOB PIC X(08).
               05 PASSOJOB PIC 9(02).
           03 PROGJOB PIC X(06).
           03 DESCJOB PIC X(30).

       FD  CTLJOB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CTLJOB.DAT".
       01  REGCTL.
           03 CHAVECTL.
               05 FILIALCTL PIC 9(02).
               05 CADEIACTL PIC X(08).
           03 EXECCTL PIC 9(06).
           03 SITCTL PIC X(01).
               88 CADEIA-EXECUTANDO VALUE "E".
               88 CADEIA-CONCLUIDA VALUE "C".
               88 CADEIA-FALHOU VALUE "F".
           03 PASSOCTL PIC 9(02).
           03 DATAREFCTL PIC 9(08).
           03 DATAINICTL PIC 9(08).
           03 HORAINICTL PIC 9(06).
           03 DATAFIMCTL PIC 9(08).
           03 HORAFIMCTL PIC 9(06).

       FD  LOGJOB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGJOB.DAT".
       01  REGLOGJOB.
           03 FILIALLJ PIC 9(02).
           03 CADEIALJ PIC X(08).
           03 EXECLJ PIC 9(06).
           03 PASSOLJ PIC 9(02).
           03 PROGLJ PIC X(06).
           03 DATAINILJ PIC 9(08).
           03 HORAINILJ PIC 9(06).
           03 DATAFIMLJ PIC 9(08).
           03 HORAFIMLJ PIC 9(06).
           03 RCLJ PIC 9(02).
           03 SITLJ PIC X(01).
           03 OPERLJ PIC 9(04).

       FD  RELJOB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELJOB.DAT".
       01  LINHAJOB PIC X(80).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  ERRO2 PIC X(02) VALUE "00".
       01  FILIALSEL PIC 9(02) VALUE ZEROS.
       01  CADEIASEL PIC X(08) VALUE SPACES.
       01  CONFIRMA PIC X(01) VALUE SPACES.
       01  CTLNOVO PIC X(01) VALUE "N".
       01  PASSOINI PIC 9(02) VALUE ZEROS.
       01  PROGCHAMA PIC X(06) VALUE SPACES.
       01  IND PIC 9(02) VALUE ZEROS.
       01  TOTPASSOS PIC 9(03) VALUE ZEROS.
       01  TOTEXEC PIC 9(03) VALUE ZEROS.
       01  TOTPULADOS PIC 9(03) VALUE ZEROS.
       01  TENTCTL PIC 9(02) VALUE ZEROS.
       01  ESPERAW PIC 9(06) VALUE ZEROS.
       01  DATAHOJE PIC 9(08) VALUE ZEROS.
       01  HORAW PIC 9(08) VALUE ZEROS.
       01  HORAWR REDEFINES HORAW.
           03 HHMMSSW PIC 9(06).
           03 FILLER PIC 9(02).
       01  TABCATALOGO.
           03 FILLER PIC X(07) VALUE "SVP009N".
           03 FILLER PIC X(07) VALUE "SVP026O".
           03 FILLER PIC X(07) VALUE "SVP030O".
           03 FILLER PIC X(07) VALUE "SVP045O".
           03 FILLER PIC X(07) VALUE "SVP046N".
           03 FILLER PIC X(07) VALUE "SVP049N".
           03 FILLER PIC X(07) VALUE "SVP066N".
           03 FILLER PIC X(07) VALUE "SVP090O".
           03 FILLER PIC X(07) VALUE "SVP096O".
       01  TABCATALOGOR REDEFINES TABCATALOGO.
           03 ITEMCAT OCCURS 9 TIMES.
               05 PROGCAT PIC X(06).
               05 USOCAT PIC X(01).
       01  PARMJOB.
           03 MODOPRM PIC X(01) VALUE "B".
               88 JOB-BATCH VALUE "B".
           03 FILIALPRM PIC 9(02) VALUE ZEROS.
           03 DATAPRM PIC 9(08) VALUE ZEROS.
           03 DATAPRMR REDEFINES DATAPRM.
               05 ANOPRM PIC 9(04).
               05 MESPRM PIC 9(02).
               05 DIAPRM PIC 9(02).
           03 RCPRM PIC 9(02) VALUE ZEROS.

       01  LINCAB1.
           03 FILLER PIC X(25) VALUE " RESUMO DE JOBS - FILIAL:".
           03 LCFILIAL PIC Z9.
           03 FILLER PIC X(10) VALUE "  CADEIA: ".
           03 LCCADEIA PIC X(08).
           03 FILLER PIC X(08) VALUE "  EXEC: ".
           03 LCEXEC PIC ZZZZZ9.
       01  LINCAB2.
           03 FILLER PIC X(17) VALUE " DATA REFERENCIA:".
           03 LCDATAREF PIC 9(08).
           03 FILLER PIC X(12) VALUE "  OPERADOR: ".
           03 LCOPER PIC X(30).
       01  LINCAB3 PIC X(80) VALUE
           " PS PROGR  DESCRICAO            INICIO   FIM      RC SIT".
       01  LINPASSO.
           03 FILLER PIC X(01) VALUE SPACES.
           03 LPPASSO PIC 99.
           03 FILLER PIC X(01) VALUE SPACES.
           03 LPPROG PIC X(06).
           03 FILLER PIC X(01) VALUE SPACES.
           03 LPDESC PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 LPHORAINI PIC 99.99.99.
           03 FILLER PIC X(01) VALUE SPACES.
           03 LPHORAFIM PIC 99.99.99.
           03 FILLER PIC X(01) VALUE SPACES.
           03 LPRC PIC 99.
           03 FILLER PIC X(01) VALUE SPACES.
           03 LPSIT PIC X(13).
       01  LINRODAPE1.
           03 FILLER PIC X(09) VALUE " PASSOS: ".
           03 LRPASSOS PIC ZZ9.
           03 FILLER PIC X(14) VALUE "  EXECUTADOS: ".
           03 LREXEC PIC ZZ9.
           03 FILLER PIC X(17) VALUE "  JA CONCLUIDOS: ".
           03 LRPULADOS PIC ZZ9.
       01  LINCONCLUIDA PIC X(80) VALUE
           " *** CADEIA CONCLUIDA ***".
       01  LINFALHOU.
           03 FILLER PIC X(36) VALUE
           " *** CADEIA INTERROMPIDA NO PASSO: ".
           03 LFPASSO PIC 99.
           03 FILLER PIC X(05) VALUE " ***".
       01  LINBRANCO PIC X(80) VALUE SPACES.

       01  SPOOLPED.
           03 NOMERELSP PIC X(12) VALUE "RESUMO JOBS".
           03 ARQRELSP PIC X(14) VALUE "RELJOB.DAT".
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
           DISPLAY " CADEIA: ".
           ACCEPT CADEIASEL.
           IF CADEIASEL = SPACES
               DISPLAY " CADEIA OBRIGATORIA "
               GO TO FN-PARAMETROS.

       FN-ABRE1.
           OPEN INPUT CADJOB
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADJOB NAO ENCONTRADO "
                 GO TO FN-FIM2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADJOB =>" ERRO
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2.
           OPEN I-O CTLJOB
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CTLJOB
                 CLOSE CTLJOB
                 DISPLAY " ARQUIVO CTLJOB SENDO CRIADO "
                 GO TO FN-ABRE2
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTLJOB =>" ERRO
                 CLOSE CADJOB
                 GO TO FN-FIM2
           ELSE
                 NEXT SENTENCE.

       FN-ABRE3.
           OPEN EXTEND LOGJOB
           IF ERRO NOT = "00" AND ERRO NOT = "05"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO LOGJOB =>" ERRO
                 CLOSE CADJOB
                 CLOSE CTLJOB
                 GO TO FN-FIM2.

       FN-ABRE4.
           OPEN OUTPUT RELJOB
           IF ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELJOB =>" ERRO2
                 CLOSE CADJOB
                 CLOSE CTLJOB
                 CLOSE LOGJOB
                 GO TO FN-FIM2.

       FN-LE-CTL.
           MOVE ZEROS TO TENTCTL.
       FN-LE-CTL-LEITURA.
           MOVE ZEROS TO PASSOINI.
           MOVE FILIALSEL TO FILIALCTL.
           MOVE CADEIASEL TO CADEIACTL.
           READ CTLJOB
           IF ERRO = "23"
               MOVE "S" TO CTLNOVO
               MOVE ZEROS TO EXECCTL
               GO TO FN-NOVA-EXEC.
           IF ERRO = "99"
               ADD 1 TO TENTCTL
               DISPLAY " REGISTRO EM USO - TENTATIVA: " TENTCTL
               IF TENTCTL < 30
                   PERFORM FN-ESPERA THRU FN-ESPERA-FIM
                   GO TO FN-LE-CTL-LEITURA
               ELSE
                   GO TO FN-CTL-EM-USO.
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA LEITURA DO CONTROLE =>" ERRO
               GO TO FN-FIM.
           IF CADEIA-CONCLUIDA
               GO TO FN-NOVA-EXEC.
           DISPLAY " ULTIMA EXECUCAO NAO CONCLUIDA - PASSO: " PASSOCTL.
           DISPLAY " REINICIAR DO PASSO QUE FALHOU? (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S"
               GO TO FN-NOVA-EXEC.
           MOVE PASSOCTL TO PASSOINI.
           MOVE DATAREFCTL TO DATAPRM.
           GO TO FN-CABECALHO.

       FN-NOVA-EXEC.
           ADD 1 TO EXECCTL.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
           MOVE DATAHOJE TO DATAREFCTL DATAINICTL DATAPRM.
           MOVE HHMMSSW TO HORAINICTL.
           MOVE ZEROS TO PASSOCTL DATAFIMCTL HORAFIMCTL.
           MOVE "E" TO SITCTL.
           IF CTLNOVO = "S"
               WRITE REGCTL
           ELSE
               REWRITE REGCTL.

       FN-CABECALHO.
           MOVE FILIALSEL TO LCFILIAL.
           MOVE CADEIASEL TO LCCADEIA.
           MOVE EXECCTL TO LCEXEC.
           MOVE DATAREFCTL TO LCDATAREF.
           MOVE OPNOMELOG TO LCOPER.
           WRITE LINHAJOB FROM LINCAB1.
           WRITE LINHAJOB FROM LINCAB2.
           WRITE LINHAJOB FROM LINBRANCO.
           WRITE LINHAJOB FROM LINCAB3.

       FN-POSICIONA.
           MOVE FILIALSEL TO FILIALJOB.
           MOVE CADEIASEL TO CADEIAJOB.
           MOVE ZEROS TO PASSOJOB.
           START CADJOB KEY IS NOT LESS THAN CHAVEJOB
               INVALID KEY GO TO FN-CONCLUI.

       FN-PASSO-LOOP.
           READ CADJOB NEXT RECORD
               AT END GO TO FN-CONCLUI.
           IF FILIALJOB NOT = FILIALSEL OR CADEIAJOB NOT = CADEIASEL
               GO TO FN-CONCLUI.
           ADD 1 TO TOTPASSOS.
           IF PASSOJOB < PASSOINI
               PERFORM FN-PASSO-PULADO THRU FN-PASSO-PULADO-FIM
               GO TO FN-PASSO-LOOP.
           PERFORM FN-EXECUTA-PASSO THRU FN-EXECUTA-PASSO-FIM.
           IF RCPRM > 04
               GO TO FN-FALHOU.
           GO TO FN-PASSO-LOOP.

       FN-CONCLUI.
           IF TOTPASSOS = ZEROS
               DISPLAY " NENHUM PASSO ENCONTRADO PARA A CADEIA ".
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
           MOVE DATAHOJE TO DATAFIMCTL.
           MOVE HHMMSSW TO HORAFIMCTL.
           MOVE ZEROS TO PASSOCTL.
           MOVE "C" TO SITCTL.
           REWRITE REGCTL.
           PERFORM FN-RODAPE THRU FN-RODAPE-FIM.
           WRITE LINHAJOB FROM LINCONCLUIDA.
           DISPLAY " *** CADEIA CONCLUIDA *** ".
           GO TO FN-FIM.

       FN-FALHOU.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
           MOVE DATAHOJE TO DATAFIMCTL.
           MOVE HHMMSSW TO HORAFIMCTL.
           MOVE "F" TO SITCTL.
           REWRITE REGCTL.
           PERFORM FN-RODAPE THRU FN-RODAPE-FIM.
           MOVE PASSOJOB TO LFPASSO.
           WRITE LINHAJOB FROM LINFALHOU.
           DISPLAY " *** CADEIA INTERROMPIDA NO PASSO: " PASSOJOB.
           GO TO FN-FIM.

       FN-CTL-EM-USO.
           MOVE ZEROS TO EXECCTL PASSOJOB.
           MOVE "CTLJOB" TO PROGJOB.
           MOVE "CONTROLE DA CADEIA EM USO" TO DESCJOB.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
           MOVE DATAHOJE TO DATAINILJ DATAFIMLJ.
           MOVE HHMMSSW TO HORAINILJ HORAFIMLJ.
           MOVE 99 TO RCPRM.
           MOVE RCPRM TO RCLJ.
           MOVE "F" TO SITLJ.
           MOVE "FALHOU" TO LPSIT.
           MOVE FILIALSEL TO LCFILIAL.
           MOVE CADEIASEL TO LCCADEIA.
           MOVE ZEROS TO LCEXEC LCDATAREF.
           MOVE OPNOMELOG TO LCOPER.
           WRITE LINHAJOB FROM LINCAB1.
           WRITE LINHAJOB FROM LINCAB2.
           WRITE LINHAJOB FROM LINBRANCO.
           WRITE LINHAJOB FROM LINCAB3.
           PERFORM FN-GRAVA-LOG THRU FN-GRAVA-LOG-FIM.
           PERFORM FN-RODAPE THRU FN-RODAPE-FIM.
           MOVE PASSOJOB TO LFPASSO.
           WRITE LINHAJOB FROM LINFALHOU.
           DISPLAY " CONTROLE DA CADEIA EM USO - RC: " RCPRM.
           DISPLAY " *** CADEIA INTERROMPIDA NO PASSO: " PASSOJOB.
           GO TO FN-FIM.

       FN-ESPERA.
           MOVE ZEROS TO ESPERAW.
       FN-ESPERA-LOOP.
           ADD 1 TO ESPERAW.
           IF ESPERAW < 500000
               GO TO FN-ESPERA-LOOP.
       FN-ESPERA-FIM.
           EXIT.

       FN-EXECUTA-PASSO.
           MOVE PASSOJOB TO PASSOCTL.
           MOVE "E" TO SITCTL.
           REWRITE REGCTL.
           MOVE PROGJOB TO PROGCHAMA.
           MOVE "B" TO MODOPRM.
           MOVE FILIALSEL TO FILIALPRM.
           MOVE DATAREFCTL TO DATAPRM.
           MOVE ZEROS TO RCPRM.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
           MOVE DATAHOJE TO DATAINILJ.
           MOVE HHMMSSW TO HORAINILJ.
           DISPLAY " PASSO " PASSOJOB " - " PROGCHAMA " - " DESCJOB.
           MOVE 1 TO IND.
       FN-EXECUTA-CATALOGO.
           IF PROGCAT (IND) = PROGCHAMA
               GO TO FN-EXECUTA-CALL.
           ADD 1 TO IND
           IF IND < 10
               GO TO FN-EXECUTA-CATALOGO.
           DISPLAY " PROGRAMA NAO PERMITIDO EM CADEIA: " PROGCHAMA.
           MOVE 99 TO RCPRM.
           GO TO FN-EXECUTA-LOG.
       FN-EXECUTA-CALL.
           IF USOCAT (IND) = "O"
               PERFORM FN-CHAMA-OPER THRU FN-CHAMA-OPER-FIM
           ELSE
               PERFORM FN-CHAMA-PARM THRU FN-CHAMA-PARM-FIM.
       FN-EXECUTA-LOG.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
           MOVE DATAHOJE TO DATAFIMLJ.
           MOVE HHMMSSW TO HORAFIMLJ.
           MOVE RCPRM TO RCLJ.
           IF RCPRM = ZEROS
               MOVE "O" TO SITLJ
               MOVE "OK" TO LPSIT
               ADD 1 TO TOTEXEC
           ELSE IF RCPRM NOT > 04
               MOVE "A" TO SITLJ
               MOVE "AVISO" TO LPSIT
               ADD 1 TO TOTEXEC
           ELSE
               MOVE "F" TO SITLJ
               MOVE "FALHOU" TO LPSIT.
           PERFORM FN-GRAVA-LOG THRU FN-GRAVA-LOG-FIM.
           DISPLAY " RC: " RCPRM " - " LPSIT.
       FN-EXECUTA-PASSO-FIM.
           EXIT.

       FN-CHAMA-OPER.
           CALL PROGCHAMA USING OPERLOG PARMJOB
               ON EXCEPTION MOVE 99 TO RCPRM.
           CANCEL PROGCHAMA.
       FN-CHAMA-OPER-FIM.
           EXIT.

       FN-CHAMA-PARM.
           CALL PROGCHAMA USING PARMJOB
               ON EXCEPTION MOVE 99 TO RCPRM.
           CANCEL PROGCHAMA.
       FN-CHAMA-PARM-FIM.
           EXIT.

       FN-PASSO-PULADO.
           ADD 1 TO TOTPULADOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT HORAW FROM TIME.
           MOVE DATAHOJE TO DATAINILJ DATAFIMLJ.
           MOVE HHMMSSW TO HORAINILJ HORAFIMLJ.
           MOVE ZEROS TO RCLJ.
           MOVE "P" TO SITLJ.
           MOVE "JA CONCLUIDO" TO LPSIT.
           PERFORM FN-GRAVA-LOG THRU FN-GRAVA-LOG-FIM.
       FN-PASSO-PULADO-FIM.
           EXIT.

       FN-GRAVA-LOG.
           MOVE FILIALSEL TO FILIALLJ.
           MOVE CADEIASEL TO CADEIALJ.
           MOVE EXECCTL TO EXECLJ.
           MOVE PASSOJOB TO PASSOLJ.
           MOVE PROGJOB TO PROGLJ.
           MOVE OPCODLOG TO OPERLJ.
           WRITE REGLOGJOB.
           MOVE PASSOJOB TO LPPASSO.
           MOVE PROGJOB TO LPPROG.
           MOVE DESCJOB TO LPDESC.
           MOVE HORAINILJ TO LPHORAINI.
           MOVE HORAFIMLJ TO LPHORAFIM.
           MOVE RCLJ TO LPRC.
           WRITE LINHAJOB FROM LINPASSO.
       FN-GRAVA-LOG-FIM.
           EXIT.

       FN-RODAPE.
           MOVE TOTPASSOS TO LRPASSOS.
           MOVE TOTEXEC TO LREXEC.
           MOVE TOTPULADOS TO LRPULADOS.
           WRITE LINHAJOB FROM LINBRANCO.
           WRITE LINHAJOB FROM LINRODAPE1.
       FN-RODAPE-FIM.
           EXIT.

       FN-FIM.
           CLOSE CADJOB.
           CLOSE CTLJOB.
           CLOSE LOGJOB.
           CLOSE RELJOB.
           MOVE OPCODLOG TO OPERRELSP.
           CALL "SVP068" USING SPOOLPED.
           CANCEL "SVP068".

       FN-FIM2.
           EXIT PROGRAM.
