       77 WS-PERFIL-ATUAL       PIC 99 VALUE ZEROS.
       77 WS-PROG-ALVO          PIC X(08) VALUE SPACES.
       77 WS-OPCAO             PIC 99 VALUE ZEROS.
       88 OPCAO-88             VALUE 0 1 2 3 4 5 6 7 8 9 10 11 12 13.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.

           02 LINE 09 COLUMN 04 VALUE "<06> Bordero de Pagamento".
           02 LINE 10 COLUMN 04 VALUE "<07> Taloes de Cheque".
           02 LINE 11 COLUMN 04 VALUE "<08> Debitos Automaticos".
           02 LINE 12 COLUMN 04 VALUE "<09> Conciliacao Mensal".
           02 LINE 13 COLUMN 04 VALUE "<10> Cheques Emitidos".
           02 LINE 14 COLUMN 04 VALUE "<11> Proposta de Pagamento".
           02 LINE 15 COLUMN 04 VALUE "<12> Conferencia do DDA".
           02 LINE 16 COLUMN 04 VALUE "<13> Sustacao de Cheque".
           02 LINE 23 COLUMN 04 VALUE "<00> Volta ao Menu Principal".
           02 LINE 24 COLUMN 04 VALUE "Opcao..............=".

               MOVE "BANCO75" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO75.COM".
           IF WS-OPCAO = 9
               MOVE "BANCO95" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO95.COM".
           IF WS-OPCAO = 10
               MOVE "BANCO97" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO97.COM".
           IF WS-OPCAO = 11
               MOVE "BANCO98" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO98.COM".
           IF WS-OPCAO = 12
               MOVE "BANCO99" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO99.COM".
           IF WS-OPCAO = 13
               MOVE "BANCO32" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO32.COM".
           GO TO P01-MENU.

      *-----------------------------------------------------------*
