               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
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

           SELECT RETORNO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO2.
           03 FORMAREC PIC 9(02).
           03 JUROSREC PIC 9(06)V9(03).

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

       FD  RETORNO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RETORNO.TXT".
       01  TOTREJEITADOS PIC 9(06) VALUE ZEROS.
       01  VALORPAGWRK PIC 9(06)V9(03) VALUE ZEROS.
       01  MOTIVOREJ PIC X(30) VALUE SPACES.
       01  CONTAW PIC 9(03) VALUE ZEROS.
       01  DOCRECW.
           03 DOCCLIW PIC 9(06).
           03 FILLER PIC X(01) VALUE "/".
           03 DOCPEDW PIC 9(06).
           03 FILLER PIC X(01) VALUE "-".
           03 DOCPARCW PIC 9(02).
       01  LINCAB1 PIC X(80) VALUE
           " PROCESSAMENTO DE RETORNO BANCARIO - RECEBER".
       01  LINDET.

       PROCEDURE DIVISION.
      *
       FN-CONTA.
           DISPLAY " CONTA BANCARIA: ".
           ACCEPT CONTAW.
           IF CONTAW = ZEROS
                 DISPLAY " CONTA BANCARIA NAO INFORMADA "
                 GO TO FN-FIM2.

       FN-ABRE1.
           OPEN INPUT RETORNO
           IF ERRO2 NOT = "00"
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2B.
           OPEN INPUT CADCONTA
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 DISPLAY " ARQUIVO CADCONTA NAO ENCONTRADO "
                 GO TO FN-FIM-REC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTA =>" ERRO
                 GO TO FN-FIM-REC
           ELSE
                 NEXT SENTENCE.

       FN-ABRE2C.
           OPEN I-O CADMOVCTA
           IF ERRO NOT = "00"
              IF ERRO = "30"
                 OPEN OUTPUT CADMOVCTA
                 CLOSE CADMOVCTA
                 GO TO FN-ABRE2C
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQ MOVTO CONTA =>" ERRO
                 GO TO FN-FIM-CTA
           ELSE
                 NEXT SENTENCE.

       FN-ABRE3.
           OPEN OUTPUT RELRETOR
           IF ERRO2 NOT = "00"
           IF PARCELA-PAGA
               MOVE "PARCELA JA LIQUIDADA" TO MOTIVOREJ
               GO TO FN-REJEITA.
           MOVE FILIALRET TO FILIALCTA.
           MOVE CONTAW TO CODCTA.
           READ CADCONTA
           IF ERRO NOT = "00"
               MOVE "CONTA NAO CADASTRADA NA FILIAL" TO MOTIVOREJ
               GO TO FN-REJEITA.
           IF CONTA-INATIVA
               MOVE "CONTA BANCARIA INATIVA" TO MOTIVOREJ
               GO TO FN-REJEITA.
           COMPUTE VALORPAGWRK = VALORPAGRET / 1000.
           MOVE "P" TO SITREC.
           MOVE DATAPAGRET TO DATAPAGREC.
           IF ERRO NOT = "00"
               MOVE "ERRO NA REGRAVACAO" TO MOTIVOREJ
               GO TO FN-REJEITA.
           PERFORM FN-MOVCTA-REC THRU FN-MOVCTA-REC-FIM.
           ADD 1 TO TOTBAIXADOS.
           MOVE "BAIXADA" TO MOTIVOREJ.
           PERFORM FN-GRAVA-LINHA THRU FN-GRAVA-LINHA-FIM.
           PERFORM FN-GRAVA-LINHA THRU FN-GRAVA-LINHA-FIM.
           GO TO FN-PROCESSA.

       FN-MOVCTA-REC.
           MOVE CLIENTEREC TO DOCCLIW.
           MOVE PEDIDOREC TO DOCPEDW.
           MOVE PARCELAREC TO DOCPARCW.
           MOVE FILIALCTA TO FILIALMC.
           MOVE CODCTA TO CONTAMC.
           MOVE DATAPAGREC TO DATAMC.
           MOVE 1 TO SEQMC.
           MOVE "C" TO TIPOMC.
           MOVE VALORPAGREC TO VALORMC.
           MOVE "R" TO ORIGEMMC.
           MOVE "RETORNO BANCARIO - BOLETO" TO HISTMC.
           MOVE DOCRECW TO DOCMC.
           MOVE ZEROS TO OPERMC.
           MOVE "N" TO CONCMC.
           MOVE ZEROS TO DATACONCMC.
       FN-MOVCTA-REC-GRAVA.
           WRITE REGMOVCTA
           IF ERRO = "22"
               ADD 1 TO SEQMC
               GO TO FN-MOVCTA-REC-GRAVA.
       FN-MOVCTA-REC-FIM.
           EXIT.

       FN-GRAVA-LINHA.
           MOVE FILIALRET TO LDFILIAL.
           MOVE CLIENTERET TO LDCLIENTE.
           CLOSE RELRETOR.

       FN-FIM.
           CLOSE CADMOVCTA.
       FN-FIM-CTA.
           CLOSE CADCONTA.
       FN-FIM-REC.
           CLOSE RETORNO.
           CLOSE CADREC.
       FN-FIM2.
