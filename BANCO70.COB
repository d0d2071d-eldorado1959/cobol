       77 WS-PROG-ALVO          PIC X(08) VALUE SPACES.
       77 WS-OPCAO             PIC 99 VALUE ZEROS.
       88 OPCAO-88             VALUE 0 1 2 3 4 5 6 7 8 9 10 11 12
                                     13 14 15 16 17 18 19 20 21 22 23
                                     24.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.

           02 LINE 17 COLUMN 04 VALUE "<14> Fusao de Fornecedores".
           02 LINE 18 COLUMN 04 VALUE "<15> Conversao de Arquivos".
           02 LINE 19 COLUMN 04 VALUE "<16> Expurgo dos Diarios".
           02 LINE 20 COLUMN 04 VALUE "<17> Contabil / Balancete".
           02 LINE 21 COLUMN 04 VALUE "<18> Integridade Referencial".
           02 LINE 22 COLUMN 04 VALUE "<19> Copia de Seguranca".
           02 LINE 23 COLUMN 04 VALUE "<00> Volta ao Menu Principal".
           02 LINE 04 COLUMN 42 VALUE "<20> Segregacao de Funcoes".
           02 LINE 05 COLUMN 42 VALUE "<21> Mudancas Dados Bancarios".
           02 LINE 06 COLUMN 42 VALUE "<22> Lacunas de Numeracao".
           02 LINE 07 COLUMN 42 VALUE "<23> Dados Pessoais (LGPD)".
           02 LINE 08 COLUMN 42 VALUE "<24> Arquivo de Relatorios".
           02 LINE 24 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.
               MOVE "BANCO91" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO91.COM".
           IF WS-OPCAO = 17
               MOVE "BANCO22" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO22.COM".
           IF WS-OPCAO = 18
               MOVE "BANCO25" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO25.COM".
           IF WS-OPCAO = 19
               MOVE "BANCO26" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO26.COM".
           IF WS-OPCAO = 20
               MOVE "BANCO30" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO30.COM".
           IF WS-OPCAO = 21
               MOVE "BANCO31" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO31.COM".
           IF WS-OPCAO = 22
               MOVE "BANCO39" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO39.COM".
           IF WS-OPCAO = 23
               MOVE "BANCO21" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO21.COM".
           IF WS-OPCAO = 24
               MOVE "BANCO02" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO02.COM".
           GO TO P01-MENU.

      *-----------------------------------------------------------*
