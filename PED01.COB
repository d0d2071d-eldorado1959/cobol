      *    chega (vira Faturado, com o NUM-CHE amarrado) e o
      *    relatorio mostra abertos x faturados com totais - o
      *    compromisso aparece antes de virar contas a pagar.
      *    Cada linha digitada e conferida contra a verba de compras
      *    da secao do produto no mes da entrega (VERBCOMP.DAT,
      *    MERC22): estourou, so com liberacao do supervisor.
      *    Menu principal, opcao 31.
      *
       ENVIRONMENT DIVISION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROD-COD
                  FILE STATUS IS FS-ESTOQUE.
           SELECT VERBCOMP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VCOMP-CHAVE
                  FILE STATUS IS FS-VCOMP.
           SELECT MOVEST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-MOVEST.
           SELECT OPER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPER-COD
                  FILE STATUS IS FS-OPER.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.

       COPY ESTQMAST.

       COPY VCOMPMAST.

       COPY MOVESTMAST.

       COPY OPERMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "PED01.TXT".
       01 REG-ARQSAID           PIC X(80).
      *-----entrada de itens do pedido----------------------------------*
       77 WS-ITEM-SEQ           PIC 99 VALUE ZEROS.
       77 WS-ITEM-PROD          PIC 9(04) VALUE ZEROS.
       77 WS-ITEM-QTDE          PIC 9(06)V999 VALUE ZEROS.
       77 WS-ITEM-PRECO         PIC 9(08)V99 VALUE ZEROS.
       77 WS-ITENS-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77 WS-TEM-ESTOQUE        PIC X VALUE "N".
       77 WS-PROD-ACHADO        PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU-PROD         PIC 9(03) VALUE ZEROS.
       77 WS-TALLY-PROD         PIC 9(03) VALUE ZEROS.
      *-----verba de compras por secao (VERBCOMP.DAT) no mes da---------*
      *-----entrega: carregada ao abrir a digitacao das linhas----------*
       77 WS-ARQ-MOVEST          PIC X(12) VALUE "MOVEST.DAT".
       77 FS-VCOMP              PIC XX.
       77 FS-MOVEST             PIC XX.
       77 FS-OPER               PIC XX.
       77 WS-TEM-VCOMP          PIC X VALUE "N".
       88 TEM-VCOMP-88          VALUE "S".
       77 WS-VC-MES             PIC 99 VALUE ZEROS.
       77 WS-VC-ANO             PIC 9(04) VALUE ZEROS.
       77 WS-VC-SEC             PIC 99 VALUE ZEROS.
       77 WS-VC-OK              PIC X VALUE "S".
       77 WS-VC-ITEM            PIC 9(11)V99 VALUE ZEROS.
       77 WS-VC-TOTAL           PIC 9(12)V99 VALUE ZEROS.
       77 WS-PED-LIDO           PIC 9(06) VALUE ZEROS.
       77 WS-PED-CONTA          PIC X VALUE "N".
       77 WS-SALDO-QTDE         PIC 9(06)V999 VALUE ZEROS.
       77 WS-LIB-COD            PIC 99 VALUE ZEROS.
       77 WS-LIB-SENHA          PIC X(06) VALUE SPACES.
       01 WS-PED-SALVO          PIC X(43) VALUE SPACES.
      *-----verba, comprometido do mes e liberacao, por secao-----------*
       01 WS-TAB-SECAO.
           03 WS-SC OCCURS 99 TIMES.
               05 WS-SC-PLANO   PIC 9(11)V99.
               05 WS-SC-COMPR   PIC 9(11)V99.
               05 WS-SC-LIB     PIC X.

       77 FS-ARQ                PIC XX.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CODIGO            PIC 9(06) VALUE ZEROS.
       77 WS-PROX-PED          PIC 9(06) VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-QTDE       PIC ZZZZZ9,999 VALUE ZEROS.
       77 WS-QTDE-ABERTOS      PIC 9(04) VALUE ZEROS.
       77 WS-VALOR-ABERTOS     PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-FATURADOS    PIC 9(04) VALUE ZEROS.
           02 LINE 08 COLUMN 04 VALUE "<4> Itens do Pedido".
           02 LINE 09 COLUMN 04 VALUE "<5> Cotacao de Precos".
           02 LINE 10 COLUMN 04 VALUE "<6> Desempenho de Fornecedor".
           02 LINE 11 COLUMN 04 VALUE "<7> Agenda de Recebimento".
           02 LINE 12 COLUMN 04 VALUE "<0> Sair".
           02 LINE 13 COLUMN 04 VALUE "Opcao..............=".

       01 TELA-PED-1.
               MOVE "S" TO WS-TEM-ESTOQUE
           ELSE
               CLOSE ESTOQUE.
           OPEN INPUT VERBCOMP.
           IF FS-VCOMP = "00"
               MOVE "S" TO WS-TEM-VCOMP
           ELSE
               CLOSE VERBCOMP.
           OPEN INPUT FORN.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
               CLOSE PEDIDO FORN PEDITEM ESTOQUE
               DISPLAY (01 01) ERASE
               CHAIN "PED03.COM".
           IF WS-OPCAO = "7"
               CLOSE PEDIDO FORN PEDITEM ESTOQUE
               DISPLAY (01 01) ERASE
               CHAIN "PED04.COM".
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

               GO TO P-LISTA-ITENS-FIM.
           DISPLAY (LIN, 04) PEDI-SEQ.
           DISPLAY (LIN, 08) PEDI-PROD.
           MOVE PEDI-QTDE TO WS-MOSTRA-QTDE.
           DISPLAY (LIN, 14) "Qt." WS-MOSTRA-QTDE.
           MOVE PEDI-QTDE-RECEB TO WS-MOSTRA-QTDE.
           DISPLAY (LIN, 28) "Rec." WS-MOSTRA-QTDE.
           DISPLAY (LIN, 43) "Prc." PEDI-PRECO.
           ADD 1 TO LIN.
           IF LIN > 19
               DISPLAY (23 04) "< ENTER > Continua"
      *-----entrada de linhas: produto (0 encerra), qtde e preco-------*
      *-----unitario; ao final a soma das linhas vai p/ PED-VALOR------*
       P-ENTRA-ITENS.
           IF TEM-VCOMP-88 AND TEM-ESTOQUE-88
               PERFORM P-VERBA-CARGA THRU P-VERBA-CARGA-FIM.
           PERFORM P-PROXIMO-ITEM THRU P-PROXIMO-ITEM-FIM.
           MOVE ZEROS TO WS-ITENS-VALOR.
       P-ENTRA-ITENS-PROD.
               MOVE PROD-PRECO TO WS-ITEM-PRECO
           ELSE
               MOVE ZEROS TO WS-ITEM-PRECO.
           DISPLAY (21 04) "Qtde (cx compra)..=          ".
           MOVE ZEROS TO WS-ITEM-QTDE.
           ACCEPT (21 25) WS-ITEM-QTDE WITH PROMPT AUTO-SKIP.
           IF WS-ITEM-QTDE = ZEROS
               GO TO P-ENTRA-ITENS-PROD.
           DISPLAY (22 04) "Preco Unitario....=".
           ACCEPT (22 25) WS-ITEM-PRECO WITH PROMPT UPDATE AUTO-SKIP.
           IF TEM-VCOMP-88 AND TEM-ESTOQUE-88
               PERFORM P-VERBA-TESTA THRU P-VERBA-TESTA-FIM
               IF WS-VC-OK NOT = "S"
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-ENTRA-ITENS-PROD.
           ADD 1 TO WS-ITEM-SEQ.
           MOVE PED-NUM TO PEDI-PED-NUM.
           MOVE WS-ITEM-SEQ TO PEDI-SEQ.
           GO TO P-PROXIMO-ITEM-LER.
       P-PROXIMO-ITEM-FIM.

      *-----------------------------------------------------------*
      * Verba de compras da secao no mes da entrega do pedido:    *
      * carrega a verba (VCOMPMAST) e o comprometido de cada      *
      * secao - saldo a receber dos pedidos nao cancelados com    *
      * entrega no mes (inclusive as linhas ja gravadas deste) +  *
      * entradas de mercadoria do mes em MOVEST.DAT - a mesma     *
      * conta do MERC22. O registro do pedido e guardado e volta  *
      * no fim, pois a leitura passa por todo o PEDIDO.DAT.       *
      *-----------------------------------------------------------*
       P-VERBA-CARGA.
           MOVE REG-PEDIDO TO WS-PED-SALVO.
           MOVE PED-MES TO WS-VC-MES.
           MOVE PED-ANO TO WS-VC-ANO.
           IF WS-VC-MES = ZEROS OR WS-VC-MES > 12 OR WS-VC-ANO = ZEROS
               MOVE MES TO WS-VC-MES
               MOVE ANO TO WS-VC-ANO.
           PERFORM P-VERBA-ZERA.
           MOVE ZEROS TO VCOMP-SECAO.
           MOVE ZEROS TO VCOMP-ANO.
           START VERBCOMP KEY IS NOT LESS THAN VCOMP-CHAVE
               INVALID KEY
                   GO TO P-VERBA-CARGA-PED.
       P-VERBA-CARGA-LER.
           READ VERBCOMP NEXT RECORD
               AT END
                   GO TO P-VERBA-CARGA-PED.
           IF VCOMP-ANO NOT = WS-VC-ANO OR VCOMP-SECAO = ZEROS
               GO TO P-VERBA-CARGA-LER.
           MOVE VCOMP-PLANO ( WS-VC-MES )
               TO WS-SC-PLANO ( VCOMP-SECAO ).
           GO TO P-VERBA-CARGA-LER.
       P-VERBA-CARGA-PED.
           MOVE ZEROS TO WS-PED-LIDO.
           MOVE "N" TO WS-PED-CONTA.
           MOVE ZEROS TO PEDI-PED-NUM.
           MOVE ZEROS TO PEDI-SEQ.
           START PEDITEM KEY IS NOT LESS THAN PEDI-CHAVE
               INVALID KEY
                   GO TO P-VERBA-CARGA-MOV.
       P-VERBA-CARGA-ITEM.
           READ PEDITEM NEXT RECORD
               AT END
                   GO TO P-VERBA-CARGA-MOV.
           IF PEDI-PED-NUM NOT = WS-PED-LIDO
               PERFORM P-VERBA-CABECALHO.
           IF WS-PED-CONTA NOT = "S"
               GO TO P-VERBA-CARGA-ITEM.
           IF PEDI-QTDE-RECEB NOT < PEDI-QTDE
               GO TO P-VERBA-CARGA-ITEM.
           MOVE PEDI-PROD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   GO TO P-VERBA-CARGA-ITEM.
           IF PROD-SECAO = ZEROS
               GO TO P-VERBA-CARGA-ITEM.
           COMPUTE WS-SALDO-QTDE = PEDI-QTDE - PEDI-QTDE-RECEB.
           COMPUTE WS-SC-COMPR ( PROD-SECAO ) =
               WS-SC-COMPR ( PROD-SECAO ) + WS-SALDO-QTDE * PEDI-PRECO.
           GO TO P-VERBA-CARGA-ITEM.
       P-VERBA-CARGA-MOV.
           OPEN INPUT MOVEST.
           IF FS-MOVEST NOT = "00"
               CLOSE MOVEST
               GO TO P-VERBA-CARGA-VOLTA.
       P-VERBA-CARGA-MOV-LER.
           READ MOVEST
               AT END
                   GO TO P-VERBA-CARGA-MOV-FIM.
           IF NOT MOV-ENTRADA
               GO TO P-VERBA-CARGA-MOV-LER.
           IF MOV-MES NOT = WS-VC-MES OR MOV-ANO NOT = WS-VC-ANO
               GO TO P-VERBA-CARGA-MOV-LER.
           IF MOV-NUM-CHE = "TRANSF" OR MOV-NUM-CHE = "PRODUC"
               OR MOV-NUM-CHE = "ESTPDV" OR MOV-NUM-CHE = "INVENT"
               GO TO P-VERBA-CARGA-MOV-LER.
           MOVE MOV-PROD-COD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   GO TO P-VERBA-CARGA-MOV-LER.
           IF PROD-SECAO = ZEROS
               GO TO P-VERBA-CARGA-MOV-LER.
           ADD MOV-VALOR TO WS-SC-COMPR ( PROD-SECAO ).
           GO TO P-VERBA-CARGA-MOV-LER.
       P-VERBA-CARGA-MOV-FIM.
           CLOSE MOVEST.
       P-VERBA-CARGA-VOLTA.
           MOVE WS-PED-SALVO TO REG-PEDIDO.
       P-VERBA-CARGA-FIM.

      *-----troca de pedido na leitura dos itens: so conta o pedido----*
      *-----nao cancelado com entrega prevista no mes------------------*
       P-VERBA-CABECALHO.
           MOVE PEDI-PED-NUM TO WS-PED-LIDO.
           MOVE "N" TO WS-PED-CONTA.
           MOVE PEDI-PED-NUM TO PED-NUM.
           READ PEDIDO
               INVALID KEY
                   EXIT PARAGRAPH.
           IF PED-CANCELADO
               EXIT PARAGRAPH.
           IF PED-MES = WS-VC-MES AND PED-ANO = WS-VC-ANO
               MOVE "S" TO WS-PED-CONTA.

       P-VERBA-ZERA.
           MOVE ZEROS TO WS-VC-SEC.
       P-VERBA-ZERA-LOOP.
           ADD 1 TO WS-VC-SEC.
           IF WS-VC-SEC > 99
               EXIT PARAGRAPH.
           MOVE ZEROS TO WS-SC-PLANO ( WS-VC-SEC ).
           MOVE ZEROS TO WS-SC-COMPR ( WS-VC-SEC ).
           MOVE "N" TO WS-SC-LIB ( WS-VC-SEC ).
           GO TO P-VERBA-ZERA-LOOP.

      *-----linha digitada (produto ainda em REG-ESTOQUE): cabe na-----*
      *-----verba da secao? Estourou, so com supervisor - liberada,----*
      *-----a secao fica liberada ate o fim da digitacao do pedido-----*
       P-VERBA-TESTA.
           MOVE "S" TO WS-VC-OK.
           IF PROD-SECAO = ZEROS
               GO TO P-VERBA-TESTA-FIM.
           MOVE PROD-SECAO TO WS-VC-SEC.
           COMPUTE WS-VC-ITEM = WS-ITEM-QTDE * WS-ITEM-PRECO.
           IF WS-SC-PLANO ( WS-VC-SEC ) = ZEROS
               GO TO P-VERBA-TESTA-SOMA.
           IF WS-SC-LIB ( WS-VC-SEC ) = "S"
               GO TO P-VERBA-TESTA-SOMA.
           COMPUTE WS-VC-TOTAL = WS-SC-COMPR ( WS-VC-SEC ) + WS-VC-ITEM.
           IF WS-VC-TOTAL NOT > WS-SC-PLANO ( WS-VC-SEC )
               GO TO P-VERBA-TESTA-SOMA.
           MOVE "N" TO WS-VC-OK.
           PERFORM P-LIBERA-SUPERVISOR THRU P-LIBERA-SUPERVISOR-FIM.
           IF WS-VC-OK NOT = "S"
               GO TO P-VERBA-TESTA-FIM.
           MOVE "S" TO WS-SC-LIB ( WS-VC-SEC ).
       P-VERBA-TESTA-SOMA.
           ADD WS-VC-ITEM TO WS-SC-COMPR ( WS-VC-SEC ).
       P-VERBA-TESTA-FIM.

      *-----verba da secao estourada: mostra verba e comprometido e----*
      *-----exige login de supervisor (OPER-NIVEL 2) p/ aceitar a------*
      *-----linha--------------------------------------------------------*
       P-LIBERA-SUPERVISOR.
           MOVE WS-SC-PLANO ( WS-VC-SEC ) TO WS-MOSTRA-VALOR.
           DISPLAY (15 04) "!! VERBA SECAO " WS-VC-SEC " "
               WS-VC-MES "/" WS-VC-ANO ": " WS-MOSTRA-VALOR.
           MOVE WS-VC-TOTAL TO WS-MOSTRA-VALOR.
           DISPLAY (16 04) "   Comprometido c/ a linha "
               WS-MOSTRA-VALOR.
           DISPLAY (17 04) "Liberacao do supervisor <S/N>? ".
           ACCEPT (17 36) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-LIBERA-SUPERVISOR-LIMPA.
           OPEN INPUT OPER.
           IF FS-OPER NOT = "00"
               CLOSE OPER
               GO TO P-LIBERA-SUPERVISOR-LIMPA.
           DISPLAY (18 04) "Operador/Senha: ".
           ACCEPT (18 21) WS-LIB-COD WITH PROMPT AUTO-SKIP.
           MOVE WS-LIB-COD TO OPER-COD.
           READ OPER
               INVALID KEY
                   DISPLAY (19 04) "!! OPERADOR NAO CADASTRADO !!"
                   ACCEPT WS-P
                   CLOSE OPER
                   GO TO P-LIBERA-SUPERVISOR-LIMPA.
           ACCEPT (18 25) WS-LIB-SENHA WITH PROMPT.
           IF WS-LIB-SENHA NOT = OPER-SENHA
               DISPLAY (19 04) "!! SENHA INVALIDA !!"
               ACCEPT WS-P
               CLOSE OPER
               GO TO P-LIBERA-SUPERVISOR-LIMPA.
           IF NOT OPER-SUPERVISOR
               DISPLAY (19 04) "!! OPERADOR NAO E SUPERVISOR !!"
               ACCEPT WS-P
               CLOSE OPER
               GO TO P-LIBERA-SUPERVISOR-LIMPA.
           CLOSE OPER.
           MOVE "S" TO WS-VC-OK.
       P-LIBERA-SUPERVISOR-LIMPA.
           DISPLAY (15 04) WS-LIMPA.
           DISPLAY (15 44) WS-LIMPA.
           DISPLAY (16 04) WS-LIMPA.
           DISPLAY (16 44) WS-LIMPA.
           DISPLAY (17 04) WS-LIMPA.
           DISPLAY (18 04) WS-LIMPA.
           DISPLAY (19 04) WS-LIMPA.
       P-LIBERA-SUPERVISOR-FIM.

      *-----------------------------------------*
      * Busca de produto por codigo de barras (EAN bipado ou
      * digitado) ou por parte da descricao - p/ quem nao decorou
           CLOSE PEDIDO FORN PEDITEM.
           IF TEM-ESTOQUE-88
               CLOSE ESTOQUE.
           IF TEM-VCOMP-88
               CLOSE VERBCOMP.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".
