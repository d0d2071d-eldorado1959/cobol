       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-OPCAO             PIC 99 VALUE ZEROS.
       88 OPCAO-88             VALUE 0 1 2 3 4 5 6 7 8 9 10 11.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.

           02 LINE 11 COLUMN 04 VALUE "<08> Anos Fechados (Arquivo)".
           02 LINE 12 COLUMN 04 VALUE "<09> Dossie do Documento".
           02 LINE 13 COLUMN 04 VALUE "<10> Consumo Concessionaria".
           02 LINE 14 COLUMN 04 VALUE "<11> Ciclo Financeiro".
           02 LINE 23 COLUMN 04 VALUE "<00> Volta ao Menu Principal".
           02 LINE 24 COLUMN 04 VALUE "Opcao..............=".

           IF WS-OPCAO = 8  CHAIN "BANCO69.COM".
           IF WS-OPCAO = 9  CHAIN "BANCO92.COM".
           IF WS-OPCAO = 10 CHAIN "BANCO94.COM".
           IF WS-OPCAO = 11 CHAIN "BANCO35.COM".
           GO TO P01-MENU.
