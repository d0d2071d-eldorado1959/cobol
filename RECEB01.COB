      *    (ver RECEBMAST): inclusao com numeracao propria e
      *    cliente do cadastro CLIENTE.DAT (RECEB02, opcao <4>),
      *    com trava de limite de credito sobre o aberto do
      *    cliente (revisto pelo comportamento de pagamento no
      *    RECEB08, opcao <12>), confirmacao do recebimento (data
      *    e valor; a parcela de crediario do RECEB09, opcao <13>,
      *    mostra de qual venda e quantas ainda restam) e listagem
      *    do que esta em aberto. Os previstos entram na previsao
      *    de caixa do BANCO17 como ENTRADAS e os recebidos do dia
      *    aparecem no fechamento do BANCO36.
      *    Menu principal, opcao 29.
      *
       ENVIRONMENT DIVISION.
       77 WS-VALOR-RECEB       PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTDE-ABERTO       PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-ABERTO      PIC 9(11)V99 VALUE ZEROS.
      *-----parcelas restantes da venda no crediario (RECEB09)---------*
       77 WS-CRED-VENDA        PIC X(06) VALUE SPACES.
       77 WS-CRED-RESTA        PIC 99 VALUE ZEROS.
       77 WS-CRED-SALDO        PIC 9(11)V99 VALUE ZEROS.

      *-----numeracao propria: AA + sequencial 0001-9999-----------------*
       01 WS-NUM                PIC 9(06) VALUE ZEROS.
           02 LINE 13 COLUMN 04 VALUE "<9> Baixa por Perda".
           02 LINE 14 COLUMN 04 VALUE "<10> Cheques Pre-Datados".
           02 LINE 15 COLUMN 04 VALUE "<11> Regras de Juros/Multa".
           02 LINE 16 COLUMN 04 VALUE "<12> Revisao Limite de Credito".
           02 LINE 17 COLUMN 04 VALUE "<13> Crediario/Carne".
           02 LINE 18 COLUMN 04 VALUE "<0> Sair".
           02 LINE 19 COLUMN 04 VALUE "Opcao..............=".

       01 TELA-REC-1.
           02 LINE 05 COLUMN 04 VALUE "Numero.............=".

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (19 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-INCLUIR THRU P-INCLUIR-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "11"
               PERFORM P-REGRAS-JUROS THRU P-REGRAS-JUROS-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "12"
               CLOSE RECEBER CLIENTE
               DISPLAY (01 01) ERASE
               CHAIN "RECEB08.COM".
           IF WS-OPCAO = "13"
               CLOSE RECEBER CLIENTE
               DISPLAY (01 01) ERASE
               CHAIN "RECEB09.COM".
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

           END-IF.
           MOVE WS-NUM TO REC-NUM.
           MOVE WS-CLI TO REC-CLI-COD.
           MOVE SPACES TO REC-CRED-VENDA.
           MOVE ZEROS TO REC-CRED-PARC.
           MOVE ZEROS TO REC-CRED-QTDE.
           MOVE SPACE TO REC-CRED-TIPO.
           MOVE WS-VCTO-DIA TO REC-DIA.
           MOVE WS-VCTO-MES TO REC-MES.
           MOVE WS-VCTO-ANO TO REC-ANO.
           DISPLAY (07 25) REC-DIA "/" REC-MES "/" REC-ANO.
           MOVE REC-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (08 25) WS-MOSTRA-VALOR.
      *     parcela de crediario (RECEB09): qual parcela de qual venda
           IF REC-CRED-PARCELA
               DISPLAY (09 04) "Crediario..........="
               DISPLAY (09 25) "Parcela " REC-CRED-PARC "/"
                   REC-CRED-QTDE " da venda " REC-CRED-VENDA.
      *     recebimento em atraso: propoe o valor corrigido (multa
      *     fixa + juros ao dia sobre os dias vencidos); o operador
      *     aceita ou corrige por cima - a correcao fica no jornal
           ACCEPT (12 25) REC-PIX-E2E WITH PROMPT.
           REWRITE REG-RECEBER.
           DISPLAY (13 04) "Recebimento confirmado.".
           IF REC-CRED-PARCELA
               MOVE REC-CRED-VENDA TO WS-CRED-VENDA
               PERFORM P-RESTA-CRED THRU P-RESTA-CRED-FIM
               MOVE WS-CRED-SALDO TO WS-MOSTRA-VALOR
               DISPLAY (14 04) "Restam " WS-CRED-RESTA
                   " parcela(s) desta venda, R$ " WS-MOSTRA-VALOR.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-RECEBE-FIM.

      *-----parcelas ainda em aberto da venda no crediario: as---------*
      *-----parcelas tem numeros seguidos a partir de REC-CRED-VENDA---*
       P-RESTA-CRED.
           MOVE ZEROS TO WS-CRED-RESTA.
           MOVE ZEROS TO WS-CRED-SALDO.
           MOVE WS-CRED-VENDA TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   GO TO P-RESTA-CRED-FIM.
       P-RESTA-CRED-LER.
           READ RECEBER NEXT RECORD
               AT END
                   GO TO P-RESTA-CRED-FIM.
           IF REC-CRED-VENDA NOT = WS-CRED-VENDA
               GO TO P-RESTA-CRED-FIM.
           IF REC-CANCELADO OR REC-EM-PERDA
               GO TO P-RESTA-CRED-LER.
           IF REC-DATA-RECEB NOT = ZEROS
               GO TO P-RESTA-CRED-LER.
           ADD 1 TO WS-CRED-RESTA.
           ADD REC-VALOR TO WS-CRED-SALDO.
           GO TO P-RESTA-CRED-LER.
       P-RESTA-CRED-FIM.

      *-----------------------------------------*
       P-LISTAR.
           DISPLAY (01 01) ERASE.
