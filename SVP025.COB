               RECORD KEY   IS CHAVECLI
               FILE STATUS  IS ERRO.

           SELECT CADCONTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECTA
               FILE STATUS  IS ERRO.

           SELECT CADMOVCTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMC
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS  IS ERRO.

           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
           03 JUROSDIAPAR PIC 9(02)V9(02).
           03 MULTAPAR PIC 9(02)V9(02).
           03 DIASBLOQPAR PIC 9(03).
           03 MARGEMMINPAR PIC 9(02)V9(02).
           03 DESCMAXN1PAR PIC 9(02)V9(02).
           03 DESCMAXN2PAR PIC 9(02)V9(02).
           03 LIMPERDAPAR PIC 9(06)V9(03).

       FD  CADCONTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONTA.DAT".
       01  REGCONTA.
           03 CHAVECTA.
               05 FILIALCTA PIC 9(02).
               05 CODCTA PIC 9(03).
           03 DESCRCTA PIC X(30).
           03 TIPOCTA PIC X(01).
               88 CONTA-BANCO VALUE "B".
               88 CONTA-CAIXA VALUE "C".
           03 BANCOCTA PIC 9(03).
           03 AGENCIACTA PIC X(06).
           03 NUMEROCTA PIC X(12).
           03 SALDOINICTA PIC 9(08)V9(03).
           03 SITCTA PIC X(01).
               88 CONTA-ATIVA VALUE "A".
               88 CONTA-INATIVA VALUE "I".

       FD  CADMOVCTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMOVCTA.DAT".
       01  REGMOVCTA.
           03 CHAVEMC.
               05 FILIALMC PIC 9(02).
               05 CONTAMC PIC 9(03).
               05 DATAMC PIC 9(08).
               05 SEQMC PIC 9(04).
           03 TIPOMC PIC X(01).
               88 MOV-CREDITO VALUE "C".
               88 MOV-DEBITO VALUE "D".
           03 VALORMC PIC 9(07)V9(03).
           03 ORIGEMMC PIC X(01).
           03 HISTMC PIC X(30).
           03 DOCMC PIC X(20).
           03 OPERMC PIC 9(04).
           03 CONCMC PIC X(01).
               88 MOV-CONCILIADO VALUE "S".
           03 DATACONCMC PIC 9(08).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
       01  VALORPAGW PIC 9(06)V9(03) VALUE ZERO.
       01  FORMAW PIC 9(02) VALUE ZEROS.
       01  PARAMOK PIC X(01) VALUE "N".
       01  CONTAW PIC 9(03) VALUE ZEROS.
       01  DOCRECW.
           03 DOCCLIW PIC 9(06).
           03 FILLER PIC X(01) VALUE "/".
           03 DOCPEDW PIC 9(06).
           03 FILLER PIC X(01) VALUE "-".
           03 DOCPARCW PIC 9(02).
       01  JUROSW PIC 9(06)V9(03) VALUE ZEROS.
       01  MULTAW PIC 9(06)V9(03) VALUE ZEROS.
       01  TOTALDEVIDO PIC 9(07)V9(03) VALUE ZEROS.
               VALUE  " MULTA:".
           05  LINE 19  COLUMN 01
               VALUE  " TOTAL DEVIDO:".
           05  LINE 20  COLUMN 01
               VALUE  " CONTA BANCO/CAIXA:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFILIALREC
           05  TTOTALDEV
               LINE 19  COLUMN 16  PIC 9999999.999
               USING  TOTALDEVIDO.
           05  TCONTA
               LINE 20  COLUMN 21  PIC 9(03)
               USING  CONTAW.
           05  TDESCRCTA
               LINE 20  COLUMN 26  PIC X(30)
               USING  DESCRCTA.

       PROCEDURE DIVISION USING OPERLOG.
      *
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2B.
           OPEN INPUT CADCONTA
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 MOVE "* ARQUIVO CADCONTA NAO ENCONTRADO *" TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONTA =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2C.
           OPEN I-O CADMOVCTA
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADMOVCTA
                 CLOSE CADMOVCTA
                 MOVE " ARQUIVO SENDO CRIADO " TO MENS
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-ABRE2C
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ MOVTO CONTA =>" TO MENS1
                 MOVE ERRO TO MENS2
                 PERFORM FN-MENS THRU FN-MENS-FIM
                 GO TO FN-FIM
           ELSE
                 NEXT SENTENCE.

       FN-ABRE3.
           MOVE "N" TO PARAMOK.
           OPEN INPUT CADPARAM
       FN-INICIO.
           MOVE ZEROS TO FILIALREC CLIENTEREC PEDIDOREC PARCELAREC
           VENCREC VALORREC DATAPAGREC VALORPAGREC DATAPAGW VALORPAGW
           FORMAW JUROSW MULTAW TOTALDEVIDO DIASMOSTRA CONTAW.
           MOVE SPACES TO SITREC DESCSIT NOME DESCRCTA.
           DISPLAY TELABAIXA.

       FN-FILIAL.
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-FORMA.

       FN-CONTA.
           ACCEPT TCONTA.
           MOVE FILIALREC TO FILIALCTA.
           MOVE CONTAW TO CODCTA.
           READ CADCONTA
           IF ERRO NOT = "00"
               MOVE " CONTA BANCO/CAIXA NAO CADASTRADA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CONTA.
           IF CONTA-INATIVA
               MOVE " CONTA BANCO/CAIXA INATIVA " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-CONTA.
           DISPLAY TDESCRCTA.

       FN-REGISTRO.
           DISPLAY (23, 15) "BAIXAR? (S/N): ".
           ACCEPT (23, 30) OPC
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-BAIXA-TOTAL.
           PERFORM FN-MOVCTA-REC THRU FN-MOVCTA-REC-FIM.
           MOVE " PARCELA LIQUIDADA " TO MENS.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-INICIO.
               MOVE " REGISTRO EM USO - TENTE NOVAMENTE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-BAIXA-PARCIAL-REGRAVA.
           PERFORM FN-MOVCTA-REC THRU FN-MOVCTA-REC-FIM.
           ADD 1 TO PARCELAREC.
           MOVE RESIDUAL TO VALORREC.
           MOVE "A" TO SITREC.
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-INICIO.

       FN-MOVCTA-REC.
           MOVE CLIENTEREC TO DOCCLIW.
           MOVE PEDIDOREC TO DOCPEDW.
           MOVE PARCELAREC TO DOCPARCW.
           MOVE "C" TO TIPOMC.
           MOVE VALORPAGW TO VALORMC.
           MOVE "R" TO ORIGEMMC.
           MOVE NOME TO HISTMC.
           MOVE DOCRECW TO DOCMC.
           PERFORM FN-GRAVA-MOVCTA THRU FN-GRAVA-MOVCTA-FIM.
       FN-MOVCTA-REC-FIM.
           EXIT.

       FN-GRAVA-MOVCTA.
           MOVE FILIALCTA TO FILIALMC.
           MOVE CODCTA TO CONTAMC.
           MOVE DATAPAGAMDNUM TO DATAMC.
           MOVE 1 TO SEQMC.
           MOVE OPCODLOG TO OPERMC.
           MOVE "N" TO CONCMC.
           MOVE ZEROS TO DATACONCMC.
       FN-GRAVA-MOVCTA-GRAVA.
           WRITE REGMOVCTA
           IF ERRO = "22"
               ADD 1 TO SEQMC
               GO TO FN-GRAVA-MOVCTA-GRAVA.
       FN-GRAVA-MOVCTA-FIM.
           EXIT.

       FN-DATA-AMD.
           MOVE DATAPAGW TO DATAPAGXNUM.
           MOVE ANOPAGX TO ANOPAGAMD.
       FN-FIM.
           CLOSE CADREC.
           CLOSE CADCLI.
           CLOSE CADCONTA.
           CLOSE CADMOVCTA.
           IF PARAMOK = "S"
               CLOSE CADPARAM.
           EXIT PROGRAM.
