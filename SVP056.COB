           03 JUROSDIAPAR PIC 9(02)V9(02).
           03 MULTAPAR PIC 9(02)V9(02).
           03 DIASBLOQPAR PIC 9(03).
           03 MARGEMMINPAR PIC 9(02)V9(02).
           03 DESCMAXN1PAR PIC 9(02)V9(02).
           03 DESCMAXN2PAR PIC 9(02)V9(02).
           03 LIMPERDAPAR PIC 9(06)V9(03).

       WORKING-STORAGE SECTION.
       01  ERRO PIC X(02) VALUE "00".
               VALUE  " MULTA POR ATRASO (%):".
           05  LINE 12  COLUMN 01
               VALUE  " DIAS DE ATRASO P/ BLOQUEIO DE PEDIDO:".
           05  LINE 14  COLUMN 01
               VALUE  " MARGEM MINIMA S/ CUSTO MEDIO (%):".
           05  LINE 16  COLUMN 01
               VALUE  " DESCONTO MAXIMO OPERADOR (%):".
           05  LINE 18  COLUMN 01
               VALUE  " DESCONTO MAXIMO SUPERVISOR (%):".
           05  LINE 20  COLUMN 01
               VALUE  " LIMITE P/ BAIXA DE PERDAS S/ SUPERVISOR:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFILIAL
           05  TDIASBLOQ
               LINE 12  COLUMN 40  PIC 9(03)
               USING  DIASBLOQPAR.
           05  TMARGEMMIN
               LINE 14  COLUMN 36  PIC 99.99
               USING  MARGEMMINPAR.
           05  TDESCMAXN1
               LINE 16  COLUMN 36  PIC 99.99
               USING  DESCMAXN1PAR.
           05  TDESCMAXN2
               LINE 18  COLUMN 36  PIC 99.99
               USING  DESCMAXN2PAR.
           05  TLIMPERDA
               LINE 20  COLUMN 43  PIC 999999.999
               USING  LIMPERDAPAR.

       PROCEDURE DIVISION USING OPERLOG.
      *

       FN-INICIO.
           MOVE ZEROS TO FILIALPAR LIMAPROVPAR JUROSDIAPAR MULTAPAR
           DIASBLOQPAR MARGEMMINPAR DESCMAXN1PAR DESCMAXN2PAR
           LIMPERDAPAR.
           DISPLAY TELAPARAM.

       FN-FILIAL.
       FN-DIASBLOQ.
           ACCEPT TDIASBLOQ.

       FN-MARGEMMIN.
           ACCEPT TMARGEMMIN.

       FN-DESCMAXN1.
           ACCEPT TDESCMAXN1.

       FN-DESCMAXN2.
           ACCEPT TDESCMAXN2.
           IF DESCMAXN2PAR < DESCMAXN1PAR
               MOVE " DESCONTO DO SUPERVISOR MENOR QUE DO OPERADOR "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-DESCMAXN2.

       FN-LIMPERDA.
           ACCEPT TLIMPERDA.

       FN-REGISTRO.
           DISPLAY (23, 15) "GRAVAR? (S/N): ".
           ACCEPT (23, 30) OPC
