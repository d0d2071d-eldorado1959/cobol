      *    Mantem o arquivo ESTOQUE.DAT chamado a partir do menu
      *    de Estoque de BANCO36 (opcao <1>). Mesma estrutura de
      *    Incluir/Alterar/Listar do cadastro de Fornecedores
      *    (BANCOFS), aplicada ao cadastro de produtos. Produto
      *    vendido a peso (S) tem a quantidade em quilos com 3
      *    casas e a validade em dias que a balanca imprime; nos
      *    demais a fracao digitada na quantidade e desprezada.
      *    Quantidade baixada na mao tira dos lotes de validade
      *    (LOTEST.DAT) o que passar do novo saldo, pela validade
      *    mais proxima (FEFO), como o acerto do inventario (MERC04).
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO DISK
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT LOTEST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-CHAVE
                  FILE STATUS IS FS-LOTEST.
       DATA DIVISION.
       FILE SECTION.
       COPY ESTQMAST.

       COPY SESSMAST.

       COPY LOTESTMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
           03 DIA-DOS          PIC 99.
       77 FS-ESTOQUE            PIC XX.
       77 FS-MOVEST             PIC XX.
      *-----lotes de validade (LOTEST.DAT): toda saida de estoque-----*
      *-----baixa os lotes pela validade mais proxima (FEFO)-----------*
       77 FS-LOTEST             PIC XX.
       77 WS-TEM-LOTEST         PIC X VALUE "N".
       77 WS-LOTE-PROD          PIC 9(04) VALUE ZEROS.
       77 WS-LOTE-RESTA         PIC 9(06)V999 VALUE ZEROS.
       77 WS-LOTE-VALID         PIC 9(08) VALUE ZEROS.
       77 WS-LOTE-SALDO         PIC 9(06)V999 VALUE ZEROS.
       77 WS-LOTE-SOMA          PIC 9(07)V999 VALUE ZEROS.
       77 WS-LOTE-EXCESSO       PIC 9(07)V999 VALUE ZEROS.
       77 FS-SESSAO             PIC XX.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-QTDE-ANTES         PIC 9(06)V999 VALUE ZEROS.
       77 WS-QTDE-DELTA         PIC S9(07)V999 VALUE ZEROS.
       77 WS-QTDE-INTEIRA       PIC 9(06) VALUE ZEROS.
       77 WS-MOSTRA-QTDE        PIC ZZZZ9,999 VALUE ZEROS.
       01 WS-DATA.
           03 ANO               PIC 9(04).
           03 MES               PIC 99.
           02 LINE 12 COLUMN 04 VALUE "Unid.p/Cx Compra...=".
           02 LINE 13 COLUMN 04 VALUE "Secao da Gondola...=".
           02 LINE 14 COLUMN 04 VALUE "Cod.Barras EAN.....=".
           02 LINE 15 COLUMN 04 VALUE "Vende a Peso (S/N).=".
           02 LINE 16 COLUMN 04 VALUE "Dias Valid.Balanca.=".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".

       PROCEDURE DIVISION.
           ACCEPT (13 25) PROD-SECAO WITH PROMPT.
           MOVE SPACES TO PROD-EAN.
           ACCEPT (14 25) PROD-EAN WITH PROMPT.
           MOVE "N" TO PROD-PESAVEL.
           MOVE ZEROS TO PROD-VALIDADE.
           PERFORM P-PESAVEL.
           WRITE REG-ESTOQUE INVALID KEY
               DISPLAY (22 04) "!! CODIGO JA EXISTENTE !!"
               ACCEPT WS-P.
           ACCEPT (13 25) PROD-SECAO WITH PROMPT UPDATE.
           DISPLAY (14 25) PROD-EAN.
           ACCEPT (14 25) PROD-EAN WITH PROMPT UPDATE.
           DISPLAY (15 25) PROD-PESAVEL.
           DISPLAY (16 25) PROD-VALIDADE.
           PERFORM P-PESAVEL.
           REWRITE REG-ESTOQUE.
      *     Quantidade mexida na mao deixa rastro no diario de
      *     estoque (MOVEST.DAT) como ajuste, com a diferenca.
                   GO TO P-LISTAR-FIM.
           DISPLAY (LIN, 04) PROD-COD.
           DISPLAY (LIN, 09) PROD-DESCR.
           MOVE PROD-QTDE TO WS-MOSTRA-QTDE.
           DISPLAY (LIN, 35) WS-MOSTRA-QTDE.
           DISPLAY (LIN, 44) PROD-PRECO.
           DISPLAY (LIN, 52) PROD-SITUACAO.
           DISPLAY (LIN, 55) "Min." PROD-MINIMO.
           DISPLAY (01 01) ERASE.
           MOVE 3 TO LIN.

      *-----vendido a peso? so ai a quantidade guarda fracao (quilos---*
      *-----com gramas) e a balanca recebe os dias de validade---------*
       P-PESAVEL.
           IF PROD-PESAVEL = "s"
               MOVE "S" TO PROD-PESAVEL.
           IF PROD-PESAVEL NOT = "S"
               MOVE "N" TO PROD-PESAVEL.
           ACCEPT (15 25) PROD-PESAVEL WITH PROMPT UPDATE AUTO-SKIP.
           IF PROD-PESAVEL = "s"
               MOVE "S" TO PROD-PESAVEL.
           IF PROD-PESAVEL NOT = "S"
               MOVE "N" TO PROD-PESAVEL
               MOVE ZEROS TO PROD-VALIDADE
               MOVE PROD-QTDE TO WS-QTDE-INTEIRA
               MOVE WS-QTDE-INTEIRA TO PROD-QTDE
               DISPLAY (15 25) PROD-PESAVEL
               EXIT PARAGRAPH.
           ACCEPT (16 25) PROD-VALIDADE WITH PROMPT UPDATE.

       P-PROXIMO-CODIGO.
           MOVE ZEROS TO WS-ULTIMO-COD.
           MOVE ZEROS TO PROD-COD.
           MOVE WS-OPER-ATUAL TO MOV-OPER-COD.
           WRITE REG-MOVEST.
           CLOSE MOVEST.
      *     baixa na mao e saida: lote acima do novo saldo sai dos
      *     lotes mais velhos primeiro, como no inventario
           IF WS-QTDE-DELTA < ZEROS
               PERFORM P-ABRE-LOTEST
               MOVE PROD-COD TO WS-LOTE-PROD
               MOVE PROD-QTDE TO WS-LOTE-SALDO
               PERFORM P-ACERTA-LOTE THRU P-ACERTA-LOTE-FIM
               PERFORM P-FECHA-LOTEST.

      *-----LOTEST.DAT aberto so p/ a baixa; sem arquivo de lotes-----*
      *-----(nenhum perecivel recebido ainda) nada e baixado-----------*
       P-ABRE-LOTEST.
           MOVE "N" TO WS-TEM-LOTEST.
           OPEN I-O LOTEST.
           IF FS-LOTEST = "00"
               MOVE "S" TO WS-TEM-LOTEST
           ELSE
               CLOSE LOTEST.

       P-FECHA-LOTEST.
           IF WS-TEM-LOTEST = "S"
               CLOSE LOTEST
               MOVE "N" TO WS-TEM-LOTEST.

      *-----------------------------------------------------------*
      * Baixa FEFO: WS-LOTE-RESTA do produto WS-LOTE-PROD sai dos  *
      * lotes de validade na ordem da chave - a validade mais      *
      * proxima (ou ja vencida) primeiro, lote por lote, ate a     *
      * quantidade acabar. O que passar da soma dos lotes era      *
      * estoque sem lote e fica em WS-LOTE-RESTA. WS-LOTE-VALID    *
      * devolve a validade do primeiro lote baixado.               *
      *-----------------------------------------------------------*
       P-BAIXA-LOTE.
           MOVE ZEROS TO WS-LOTE-VALID.
           IF WS-TEM-LOTEST NOT = "S" OR WS-LOTE-RESTA = ZEROS
               GO TO P-BAIXA-LOTE-FIM.
           MOVE WS-LOTE-PROD TO LOT-PROD.
           MOVE ZEROS TO LOT-VALIDADE.
           START LOTEST KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   GO TO P-BAIXA-LOTE-FIM.
       P-BAIXA-LOTE-LER.
           READ LOTEST NEXT RECORD
               AT END
                   GO TO P-BAIXA-LOTE-FIM.
           IF LOT-PROD NOT = WS-LOTE-PROD
               GO TO P-BAIXA-LOTE-FIM.
           IF LOT-QTDE = ZEROS
               GO TO P-BAIXA-LOTE-LER.
           IF WS-LOTE-VALID = ZEROS
               MOVE LOT-VALIDADE TO WS-LOTE-VALID.
           IF LOT-QTDE > WS-LOTE-RESTA
               SUBTRACT WS-LOTE-RESTA FROM LOT-QTDE
               MOVE ZEROS TO WS-LOTE-RESTA
           ELSE
               SUBTRACT LOT-QTDE FROM WS-LOTE-RESTA
               MOVE ZEROS TO LOT-QTDE.
           REWRITE REG-LOTEST.
           IF WS-LOTE-RESTA NOT = ZEROS
               GO TO P-BAIXA-LOTE-LER.
       P-BAIXA-LOTE-FIM.

      *-----------------------------------------------------------*
      * Conferencia lote x saldo: a soma dos lotes do produto      *
      * WS-LOTE-PROD nao pode passar do saldo WS-LOTE-SALDO        *
      * (PROD-QTDE) - o excesso e mercadoria que ja saiu sem baixa *
      * de lote e sai agora pela mesma regra FEFO. Soma menor que  *
      * o saldo e estoque sem lote (entrada antes dos lotes, ou    *
      * produto nao perecivel) e fica como esta.                   *
      *-----------------------------------------------------------*
       P-ACERTA-LOTE.
           MOVE ZEROS TO WS-LOTE-SOMA WS-LOTE-EXCESSO.
           IF WS-TEM-LOTEST NOT = "S"
               GO TO P-ACERTA-LOTE-FIM.
           MOVE WS-LOTE-PROD TO LOT-PROD.
           MOVE ZEROS TO LOT-VALIDADE.
           START LOTEST KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   GO TO P-ACERTA-LOTE-FIM.
       P-ACERTA-LOTE-LER.
           READ LOTEST NEXT RECORD
               AT END
                   GO TO P-ACERTA-LOTE-BAIXA.
           IF LOT-PROD NOT = WS-LOTE-PROD
               GO TO P-ACERTA-LOTE-BAIXA.
           ADD LOT-QTDE TO WS-LOTE-SOMA.
           GO TO P-ACERTA-LOTE-LER.
       P-ACERTA-LOTE-BAIXA.
           IF WS-LOTE-SOMA NOT > WS-LOTE-SALDO
               GO TO P-ACERTA-LOTE-FIM.
           COMPUTE WS-LOTE-EXCESSO = WS-LOTE-SOMA - WS-LOTE-SALDO.
           MOVE WS-LOTE-EXCESSO TO WS-LOTE-RESTA.
           PERFORM P-BAIXA-LOTE THRU P-BAIXA-LOTE-FIM.
       P-ACERTA-LOTE-FIM.

      *-----------------------------------------------------------*
      * Operador da sessao (SESSAO.DAT, gravado pelo menu) - p/ o *
