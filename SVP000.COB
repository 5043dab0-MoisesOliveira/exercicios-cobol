           03 OPCODLOG PIC 9(04).
           03 OPNOMELOG PIC X(30).
           03 OPNIVELLOG PIC 9(01).
       01  PARMJOB.
           03 MODOPRM PIC X(01) VALUE "I".
               88 JOB-BATCH VALUE "B".
           03 FILIALPRM PIC 9(02) VALUE ZEROS.
           03 DATAPRM PIC 9(08) VALUE ZEROS.
           03 DATAPRMR REDEFINES DATAPRM.
               05 ANOPRM PIC 9(04).
               05 MESPRM PIC 9(02).
               05 DIAPRM PIC 9(02).
           03 RCPRM PIC 9(02) VALUE ZEROS.

       SCREEN SECTION.

               VALUE  "   52 PENDENCIAS  53 RECEBIMENTO".
           05  LINE 20  COLUMN 01
               VALUE  " OPCAO (ESC = SAIR):".
           05  LINE 20  COLUMN 27
               VALUE  "00=MAIS OPCOES".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TOPCMENU
               LINE 20  COLUMN 23  PIC X(02)
               USING  OPCMENU.

       01  TELAMENU2.
           05  LINE 01  COLUMN 01
               VALUE  "                         SVP - MENU COMP".
           05  LINE 01  COLUMN 41
               VALUE  "LEMENTAR".
           05  LINE 03  COLUMN 01
               VALUE  " FISCAL/FINANCEIRO".
           05  LINE 04  COLUMN 01
               VALUE  "   71 NOTA FISCAL".
           05  LINE 05  COLUMN 01
               VALUE  "   72 LIVRO/APURACAO DO ICMS".
           05  LINE 06  COLUMN 01
               VALUE  "   73 TRANSPORTADORES/VEICULOS".
           05  LINE 07  COLUMN 01
               VALUE  "   74 ROMANEIO DE ENTREGA/RETORNO".
           05  LINE 08  COLUMN 01
               VALUE  "   75 DEVOLUCAO AO FORNECEDOR".
           05  LINE 09  COLUMN 01
               VALUE  "   76 CONTAS BANCO/CAIXA".
           05  LINE 10  COLUMN 01
               VALUE  "   77 LANCAMENTOS BANCO/CAIXA".
           05  LINE 11  COLUMN 01
               VALUE  "   78 LIVRO CAIXA".
           05  LINE 12  COLUMN 01
               VALUE  "   79 CONCILIACAO BANCARIA".
           05  LINE 13  COLUMN 01
               VALUE  "   80 PLANO DE CONTAS CONTABIL".
           05  LINE 14  COLUMN 01
               VALUE  "   81 EXPORTACAO CONTABIL DIARIA".
           05  LINE 15  COLUMN 01
               VALUE  "   82 FLUXO DE CAIXA PROJETADO".
           05  LINE 16  COLUMN 01
               VALUE  "   83 COMPOSICAO DE KITS".
           05  LINE 17  COLUMN 01
               VALUE  "   84 CONVERSAO UNIDADE DE COMPRA".
           05  LINE 18  COLUMN 01
               VALUE  "   85 CADEIAS DE JOBS NOTURNOS".
           05  LINE 19  COLUMN 01
               VALUE  "   86 EXECUTAR CADEIA DE JOBS".
           05  LINE 04  COLUMN 41
               VALUE  "   87 RENTABILIDADE (MARGEM BRUTA)".
           05  LINE 05  COLUMN 41
               VALUE  "   88 IMPORTACAO DE PEDIDOS".
           05  LINE 06  COLUMN 41
               VALUE  "   89 PEDIDOS PROGRAMADOS".
           05  LINE 07  COLUMN 41
               VALUE  "   90 GERAR PEDIDOS PROGRAMADOS".
           05  LINE 08  COLUMN 41
               VALUE  "   91 ENDERECOS DO DEPOSITO".
           05  LINE 09  COLUMN 41
               VALUE  "   92 OCUPACAO DOS ENDERECOS".
           05  LINE 10  COLUMN 41
               VALUE  "   93 CHAMADOS SAC".
           05  LINE 11  COLUMN 41
               VALUE  "   94 SAC - CHAMADOS EM ABERTO".
           05  LINE 12  COLUMN 41
               VALUE  "   95 SAC - CHAMADOS DO MES".
           05  LINE 13  COLUMN 41
               VALUE  "   96 INTEGRIDADE DO ESTOQUE".
           05  LINE 14  COLUMN 41
               VALUE  "   97 BAIXA DE PERDAS E QUEBRAS".
           05  LINE 15  COLUMN 41
               VALUE  "   98 RELATORIO DE PERDAS".
           05  LINE 16  COLUMN 41
               VALUE  "   99 DESEMPENHO DE FORNECEDORES".
           05  LINE 17  COLUMN 41
               VALUE  "   65 CONDICOES DE PAGAMENTO".
           05  LINE 18  COLUMN 41
               VALUE  "   C1 CONVERTE CADPARAM  C2 CADALOC".
           05  LINE 19  COLUMN 41
               VALUE  "   C3 CONVERTE CADORC    C4 CADAPROV".
           05  LINE 20  COLUMN 41
               VALUE  "   C5 CONVERTE CADMANITEM".
           05  LINE 20  COLUMN 01
               VALUE  " OPCAO (ESC = VOLTAR):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TOPCMENU2
               LINE 20  COLUMN 24  PIC X(02)
               USING  OPCMENU.

       PROCEDURE DIVISION.
      *
       FN-ABRE-USER.
                 GO TO FN-FIM.

       FN-CHAMA.
           IF OPCMENU = "00"
               GO TO FN-MAIS.
           IF OPCMENU = "01"
               CALL "CADEND"
               CANCEL "CADEND"
               CANCEL "SVP008"
               GO TO FN-INICIO.
           IF OPCMENU = "09"
               CALL "SVP009" USING PARMJOB
               CANCEL "SVP009"
               GO TO FN-INICIO.
           IF OPCMENU = "10"
               CANCEL "SVP025"
               GO TO FN-INICIO.
           IF OPCMENU = "26"
               CALL "SVP026" USING OPERLOG PARMJOB
               CANCEL "SVP026"
               GO TO FN-INICIO.
           IF OPCMENU = "27"
               CANCEL "SVP029"
               GO TO FN-INICIO.
           IF OPCMENU = "30"
               CALL "SVP030" USING OPERLOG PARMJOB
               CANCEL "SVP030"
               GO TO FN-INICIO.
           IF OPCMENU = "31"
               CANCEL "SVP044"
               GO TO FN-INICIO.
           IF OPCMENU = "45"
               CALL "SVP045" USING OPERLOG PARMJOB
               CANCEL "SVP045"
               GO TO FN-INICIO.
           IF OPCMENU = "46"
               CALL "SVP046" USING PARMJOB
               CANCEL "SVP046"
               GO TO FN-INICIO.
           IF OPCMENU = "47"
               CANCEL "SVP048"
               GO TO FN-INICIO.
           IF OPCMENU = "49"
               CALL "SVP049" USING PARMJOB
               CANCEL "SVP049"
               GO TO FN-INICIO.
           IF OPCMENU = "50"
               CANCEL "SVP064"
               GO TO FN-INICIO.
           IF OPCMENU = "66"
               CALL "SVP066" USING PARMJOB
               CANCEL "SVP066"
               GO TO FN-INICIO.
           IF OPCMENU = "67"
               CALL "SVP070" USING OPERLOG
               CANCEL "SVP070"
               GO TO FN-INICIO.
           IF OPCMENU = "71"
               CALL "SVP071" USING OPERLOG
               CANCEL "SVP071"
               GO TO FN-INICIO.
           IF OPCMENU = "72"
               CALL "SVP072" USING OPERLOG
               CANCEL "SVP072"
               GO TO FN-INICIO.
           IF OPCMENU = "73"
               CALL "SVP073" USING OPERLOG
               CANCEL "SVP073"
               GO TO FN-INICIO.
           IF OPCMENU = "74"
               CALL "SVP074" USING OPERLOG
               CANCEL "SVP074"
               GO TO FN-INICIO.
           IF OPCMENU = "75"
               CALL "SVP075" USING OPERLOG
               CANCEL "SVP075"
               GO TO FN-INICIO.
           IF OPCMENU = "76"
               CALL "SVP076" USING OPERLOG
               CANCEL "SVP076"
               GO TO FN-INICIO.
           IF OPCMENU = "77"
               CALL "SVP077" USING OPERLOG
               CANCEL "SVP077"
               GO TO FN-INICIO.
           IF OPCMENU = "78"
               CALL "SVP078" USING OPERLOG
               CANCEL "SVP078"
               GO TO FN-INICIO.
           IF OPCMENU = "79"
               CALL "SVP079" USING OPERLOG
               CANCEL "SVP079"
               GO TO FN-INICIO.
           IF OPCMENU = "80"
               CALL "SVP080" USING OPERLOG
               CANCEL "SVP080"
               GO TO FN-INICIO.
           IF OPCMENU = "81"
               CALL "SVP081" USING OPERLOG
               CANCEL "SVP081"
               GO TO FN-INICIO.
           IF OPCMENU = "82"
               CALL "SVP082" USING OPERLOG
               CANCEL "SVP082"
               GO TO FN-INICIO.
           IF OPCMENU = "83"
               CALL "SVP083" USING OPERLOG
               CANCEL "SVP083"
               GO TO FN-INICIO.
           IF OPCMENU = "84"
               CALL "SVP084" USING OPERLOG
               CANCEL "SVP084"
               GO TO FN-INICIO.
           IF OPCMENU = "85"
               CALL "SVP085" USING OPERLOG
               CANCEL "SVP085"
               GO TO FN-INICIO.
           IF OPCMENU = "86"
               IF OPNIVELLOG NOT = 2
                   MOVE "OPCAO SOMENTE PARA SUPERVISOR" TO MENS
                   PERFORM FN-MENS THRU FN-MENS-FIM
                   GO TO FN-INICIO
               ELSE
                   CALL "SVP086" USING OPERLOG
                   CANCEL "SVP086"
                   GO TO FN-INICIO.
           IF OPCMENU = "87"
               CALL "SVP087" USING OPERLOG
               CANCEL "SVP087"
               GO TO FN-INICIO.
           IF OPCMENU = "88"
               CALL "SVP088" USING OPERLOG
               CANCEL "SVP088"
               GO TO FN-INICIO.
           IF OPCMENU = "89"
               CALL "SVP089" USING OPERLOG
               CANCEL "SVP089"
               GO TO FN-INICIO.
           IF OPCMENU = "90"
               CALL "SVP090" USING OPERLOG PARMJOB
               CANCEL "SVP090"
               GO TO FN-INICIO.
           IF OPCMENU = "91"
               CALL "SVP091" USING OPERLOG
               CANCEL "SVP091"
               GO TO FN-INICIO.
           IF OPCMENU = "92"
               CALL "SVP092" USING OPERLOG
               CANCEL "SVP092"
               GO TO FN-INICIO.
           IF OPCMENU = "93"
               CALL "SVP093" USING OPERLOG
               CANCEL "SVP093"
               GO TO FN-INICIO.
           IF OPCMENU = "94"
               CALL "SVP094" USING OPERLOG
               CANCEL "SVP094"
               GO TO FN-INICIO.
           IF OPCMENU = "95"
               CALL "SVP095" USING OPERLOG
               CANCEL "SVP095"
               GO TO FN-INICIO.
           IF OPCMENU = "96"
               CALL "SVP096" USING OPERLOG PARMJOB
               CANCEL "SVP096"
               GO TO FN-INICIO.
           IF OPCMENU = "97"
               CALL "SVP097" USING OPERLOG
               CANCEL "SVP097"
               GO TO FN-INICIO.
           IF OPCMENU = "98"
               CALL "SVP098" USING OPERLOG
               CANCEL "SVP098"
               GO TO FN-INICIO.
           IF OPCMENU = "99"
               CALL "SVP099" USING OPERLOG
               CANCEL "SVP099"
               GO TO FN-INICIO.
           IF OPCMENU = "65"
               CALL "SVP100" USING OPERLOG
               CANCEL "SVP100"
               GO TO FN-INICIO.
           IF OPCMENU = "C1"
               CALL "SVP102"
               CANCEL "SVP102"
               GO TO FN-INICIO.
           IF OPCMENU = "C2"
               CALL "SVP103"
               CANCEL "SVP103"
               GO TO FN-INICIO.
           IF OPCMENU = "C3"
               CALL "SVP104"
               CANCEL "SVP104"
               GO TO FN-INICIO.
           IF OPCMENU = "C4"
               CALL "SVP105"
               CANCEL "SVP105"
               GO TO FN-INICIO.
           IF OPCMENU = "C5"
               CALL "SVP106"
               CANCEL "SVP106"
               GO TO FN-INICIO.
           IF OPCMENU = "24"
               IF OPNIVELLOG NOT = 2
                   MOVE "OPCAO SOMENTE PARA SUPERVISOR" TO MENS
           PERFORM FN-MENS THRU FN-MENS-FIM.
           GO TO FN-INICIO.

       FN-MAIS.
           MOVE SPACES TO OPCMENU.
           DISPLAY TELAMENU2.
           ACCEPT TOPCMENU2.
           ACCEPT ESC-KEY FROM ESCAPE KEY
           IF ESC-KEY = 01
                 GO TO FN-INICIO.
           IF OPCMENU = "00"
                 GO TO FN-INICIO.
           GO TO FN-CHAMA.

       FN-MENS.
           MOVE ZEROS TO CONTADOR.
       FN-MENS2.
