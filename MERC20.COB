       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MERC20.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    REQUISICAO INTERNA DE USO E CONSUMO
      *    Material de limpeza, sacolas e cafe saem da gondola p/
      *    uso da propria loja e so apareciam meses depois como
      *    perda no inventario (MERC12). A requisicao informa o
      *    departamento que pediu (DEPTO.DAT), o produto e a
      *    quantidade: baixa o estoque com saida "S" pelo custo
      *    medio e "CONSUM" no MOV-NUM-CHE (nao se confunde com
      *    venda do PDV nem com perda), grava REQINT.DAT - que o
      *    relatorio de gastos por departamento (BANCO16) soma - e
      *    posta o valor no teto do mes (DEPTO-GASTO) e na verba
      *    anual (VERBA.DAT) do departamento, avisando sem
      *    bloquear se o teto estourou, como o BANCO01 faz com os
      *    documentos. A saida baixa tambem os lotes de validade
      *    (LOTEST.DAT), a validade mais proxima primeiro (FEFO).
      *    Menu de Estoque (BANCO36, opcao 20).
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROD-COD
                  FILE STATUS IS FS-ESTOQUE.
           SELECT MOVEST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-MOVEST.
           SELECT REQINT ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-REQ.
           SELECT DEPTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DEPTO-COD
                  FILE STATUS IS FS-DEPTO.
           SELECT VERBA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VERBA-CHAVE
                  FILE STATUS IS FS-VERBA.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
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

       COPY LOTESTMAST.

       COPY MOVESTMAST.

       COPY REQIMAST.

       COPY DEPTOMAST.

       COPY VERBAMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-MOVEST          PIC X(12) VALUE "MOVEST.DAT".
      *-----sessao POR TERMINAL: cada estacao le TERMINAL.DAT local----*
      *-----e abre o seu proprio SESSAOnn.DAT (terminal 1 = o----------*
      *-----SESSAO.DAT de sempre) - duas estacoes nao se atropelam-----*
      *-----mais na mesma sessao-----------------------------------------*
       77 FS-TERM               PIC XX.
       77 WS-TERMINAL           PIC 99 VALUE 1.
       01 WS-ARQ-SESSAO         PIC X(12) VALUE "SESSAO.DAT".
       01 WS-ARQ-SESS-MONTA.
           03 FILLER           PIC X(06) VALUE "SESSAO".
           03 WS-ARQ-SESS-COD  PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo-----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
       77 FS-ESTOQUE            PIC XX.
      *-----lotes de validade (LOTEST.DAT): toda saida de estoque-----*
      *-----baixa os lotes pela validade mais proxima (FEFO)-----------*
       77 FS-LOTEST             PIC XX.
       77 WS-TEM-LOTEST         PIC X VALUE "N".
       77 WS-LOTE-PROD          PIC 9(04) VALUE ZEROS.
       77 WS-LOTE-RESTA         PIC 9(06)V999 VALUE ZEROS.
       77 WS-LOTE-VALID         PIC 9(08) VALUE ZEROS.
       77 FS-MOVEST             PIC XX.
       77 FS-REQ                PIC XX.
       77 FS-DEPTO              PIC XX.
       77 FS-VERBA              PIC XX.
       77 FS-SESSAO             PIC XX.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
       77 WS-DEPTO             PIC 99 VALUE ZEROS.
       77 WS-PROD              PIC 9(04) VALUE ZEROS.
       77 WS-QTDE              PIC 9(06)V999 VALUE ZEROS.
       77 WS-INTEIRA           PIC 9(06) VALUE ZEROS.
       77 WS-FRACAO            PIC 9(06)V999 VALUE ZEROS.
       77 WS-VALOR             PIC 9(09)V99 VALUE ZEROS.
       77 WS-VERBA-IDX         PIC 99 VALUE ZEROS.
       77 WS-ITENS             PIC 9(04) VALUE ZEROS.
       77 WS-MOSTRA-QTDE       PIC ZZZ.ZZ9,999 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-LIMITE     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "MERC20" BLINK.
           02 LINE 02 COLUMN 16 VALUE " Requisicao de Uso e Consumo "
               BLINK.
           02 LINE 04 COLUMN 04 VALUE "Departamento (0=Sai)=".
           02 LINE 06 COLUMN 04 VALUE "Produto.............=".
           02 LINE 07 COLUMN 04 VALUE "Saldo em estoque....=".
           02 LINE 08 COLUMN 04 VALUE "Custo medio.........=".
           02 LINE 10 COLUMN 04 VALUE "Quantidade..........=".
           02 LINE 11 COLUMN 04 VALUE "Valor (custo medio).=".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE NOT = "00"
               DISPLAY (22 04) "!! ESTOQUE.DAT NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE ESTOQUE
               DISPLAY (01 01) ERASE
               CHAIN "BANCO36.COM".
           OPEN I-O DEPTO.
           IF FS-DEPTO NOT = "00"
               DISPLAY (22 04) "!! DEPTO.DAT NAO ENCONTRADO - "
                   "CADASTRE NO DEPTO01 !!"
               ACCEPT WS-P
               CLOSE DEPTO ESTOQUE
               DISPLAY (01 01) ERASE
               CHAIN "BANCO36.COM".
           OPEN EXTEND MOVEST.
           IF FS-MOVEST = "30"
               CLOSE MOVEST
               OPEN OUTPUT MOVEST
               CLOSE MOVEST
               OPEN EXTEND MOVEST.
           OPEN EXTEND REQINT.
           IF FS-REQ = "30"
               CLOSE REQINT
               OPEN OUTPUT REQINT
               CLOSE REQINT
               OPEN EXTEND REQINT.
           PERFORM P-ABRE-LOTEST.

       P01-TELA-1.
           DISPLAY TELA-1.
           IF WS-ITENS NOT = ZEROS
               DISPLAY (20 04) WS-ITENS " requisicao(oes) gravada(s)".
       P-DEPTO.
           ACCEPT (04 26) WS-DEPTO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-DEPTO = ZEROS
               PERFORM P-FIM.
           MOVE WS-DEPTO TO DEPTO-COD.
           READ DEPTO
               INVALID KEY
                   DISPLAY (22 04) "!! DEPARTAMENTO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-DEPTO.
           DISPLAY (04 31) DEPTO-NOME.
       P-PRODUTO.
           MOVE ZEROS TO WS-PROD.
           ACCEPT (06 26) WS-PROD WITH PROMPT AUTO-SKIP.
           IF WS-PROD = ZEROS
               GO TO P01-TELA-1.
           MOVE WS-PROD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   DISPLAY (22 04) "!! PRODUTO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-PRODUTO.
           DISPLAY (06 31) PROD-DESCR.
           MOVE PROD-QTDE TO WS-MOSTRA-QTDE.
           DISPLAY (07 26) WS-MOSTRA-QTDE.
           MOVE PROD-CUSTO-MEDIO TO WS-MOSTRA-VALOR.
           DISPLAY (08 26) WS-MOSTRA-VALOR.
           IF PROD-CUSTO-MEDIO = ZEROS
               DISPLAY (08 42) "(sem custo medio - valor zero)".
       P-QUANTIDADE.
           MOVE ZEROS TO WS-QTDE.
           ACCEPT (10 26) WS-QTDE WITH PROMPT AUTO-SKIP.
           IF WS-QTDE = ZEROS
               GO TO P01-TELA-1.
           IF NOT PROD-A-PESO
               MOVE WS-QTDE TO WS-INTEIRA
               COMPUTE WS-FRACAO = WS-QTDE - WS-INTEIRA
               IF WS-FRACAO NOT = ZEROS
                   DISPLAY (22 04) "!! PRODUTO VENDIDO POR UNIDADE - "
                       "QUANTIDADE INTEIRA !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA WS-LIMPA
                   GO TO P-QUANTIDADE.
           IF WS-QTDE > PROD-QTDE
               DISPLAY (22 04) "!! MAIOR QUE O SALDO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-QUANTIDADE.
           COMPUTE WS-VALOR ROUNDED = WS-QTDE * PROD-CUSTO-MEDIO.
           MOVE WS-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (11 26) WS-MOSTRA-VALOR.
           DISPLAY (13 04) "Confirma a requisicao < S/N >? ".
           MOVE SPACES TO WS-P.
           ACCEPT (13 36) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P01-TELA-1.
           PERFORM P-GRAVA-REQUISICAO.
           PERFORM P-POSTA-DEPTO.
           ADD 1 TO WS-ITENS.
           GO TO P01-TELA-1.

      *-----baixa do estoque, saida "S" no diario e a requisicao-------*
       P-GRAVA-REQUISICAO.
           SUBTRACT WS-QTDE FROM PROD-QTDE.
           REWRITE REG-ESTOQUE.
           MOVE PROD-COD TO WS-LOTE-PROD.
           MOVE WS-QTDE TO WS-LOTE-RESTA.
           PERFORM P-BAIXA-LOTE THRU P-BAIXA-LOTE-FIM.
           MOVE PROD-COD TO MOV-PROD-COD.
           MOVE "S" TO MOV-TIPO.
           MOVE DIA TO MOV-DIA.
           MOVE MES TO MOV-MES.
           MOVE ANO TO MOV-ANO.
           COMPUTE MOV-QTDE = ZEROS - WS-QTDE.
           MOVE WS-VALOR TO MOV-VALOR.
           MOVE "CONSUM" TO MOV-NUM-CHE.
           MOVE WS-OPER-ATUAL TO MOV-OPER-COD.
           WRITE REG-MOVEST.
           MOVE DIA TO REQ-DIA.
           MOVE MES TO REQ-MES.
           MOVE ANO TO REQ-ANO.
           MOVE WS-DEPTO TO REQ-DEPTO.
           MOVE PROD-COD TO REQ-PROD.
           MOVE WS-QTDE TO REQ-QTDE.
           MOVE WS-VALOR TO REQ-VALOR.
           MOVE WS-OPER-ATUAL TO REQ-OPER-COD.
           WRITE REG-REQINT.

      *-----posta o valor no teto do mes do departamento, avisando----*
      *-----sem bloquear se estourou (mesma regra do BANCO01)----------*
       P-POSTA-DEPTO.
           MOVE WS-DEPTO TO DEPTO-COD.
           READ DEPTO
               INVALID KEY
                   EXIT PARAGRAPH.
           IF DEPTO-MES-REF NOT = MES
               MOVE ZEROS TO DEPTO-GASTO
               MOVE MES TO DEPTO-MES-REF.
           ADD WS-VALOR TO DEPTO-GASTO.
           REWRITE REG-DEPTO.
           PERFORM P-ACUMULA-VERBA-ANUAL.
           IF DEPTO-LIMITE > ZEROS AND DEPTO-GASTO > DEPTO-LIMITE
               MOVE DEPTO-LIMITE TO WS-MOSTRA-LIMITE
               DISPLAY (21 04) "!! " DEPTO-NOME " ESTOUROU O TETO"
               DISPLAY (22 04) "   Teto R$ " WS-MOSTRA-LIMITE
               ACCEPT WS-P
               DISPLAY (21 04) WS-LIMPA
               DISPLAY (22 04) WS-LIMPA.

      *-----------------------------------------------------------*
      * Soma a requisicao no realizado do mes, no plano de verba  *
      * anual (VERBA.DAT / DEPTO02).                              *
      *-----------------------------------------------------------*
       P-ACUMULA-VERBA-ANUAL.
           OPEN I-O VERBA.
           IF FS-VERBA = "30"
               CLOSE VERBA
               OPEN OUTPUT VERBA
               CLOSE VERBA
               OPEN I-O VERBA.
           MOVE WS-DEPTO TO VERBA-DEPTO.
           MOVE ANO TO VERBA-ANO.
           READ VERBA
               INVALID KEY
                   PERFORM P-ZERA-VERBA
                   WRITE REG-VERBA.
           MOVE MES TO WS-VERBA-IDX.
           ADD WS-VALOR TO VERBA-GASTO ( WS-VERBA-IDX ).
           REWRITE REG-VERBA.
           CLOSE VERBA.

       P-ZERA-VERBA.
           MOVE WS-DEPTO TO VERBA-DEPTO.
           MOVE ANO TO VERBA-ANO.
           MOVE ZEROS TO WS-VERBA-IDX.
       P-ZERA-VERBA-LOOP.
           ADD 1 TO WS-VERBA-IDX.
           IF WS-VERBA-IDX > 12
               EXIT PARAGRAPH.
           MOVE ZEROS TO VERBA-PLANO ( WS-VERBA-IDX ).
           MOVE ZEROS TO VERBA-GASTO ( WS-VERBA-IDX ).
           GO TO P-ZERA-VERBA-LOOP.

      *-----------------------------------------------------------*
      * Operador da sessao (SESSAO.DAT, gravado pelo menu) - p/ a *
      * requisicao sair carimbada no diario de estoque.           *
      *-----------------------------------------------------------*
       P-LE-SESSAO.
           PERFORM P-IDENT-TERMINAL.
           OPEN INPUT SESSAO.
           IF FS-SESSAO NOT = "00"
               CLOSE SESSAO
               EXIT PARAGRAPH.
           READ SESSAO NEXT RECORD
               AT END
                   CLOSE SESSAO
                   EXIT PARAGRAPH.
           MOVE SESSAO-OPER-COD TO WS-OPER-ATUAL.
           CLOSE SESSAO.

       P-FIM.
           CLOSE ESTOQUE DEPTO MOVEST REQINT.
           PERFORM P-FECHA-LOTEST.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO36.COM".

      *-----------------------------------------------------------*
      * Identidade da estacao: TERMINAL.DAT (arquivo local de      *
      * cada micro, gravado uma vez pelo BANCO87) diz o numero     *
      * do terminal; cada estacao abre o SEU SESSAOnn.DAT.         *
      * Sem TERMINAL.DAT, terminal 1 = SESSAO.DAT de sempre.       *
      *-----------------------------------------------------------*
       P-IDENT-TERMINAL.
           OPEN INPUT TERMARQ.
           IF FS-TERM NOT = "00"
               CLOSE TERMARQ
               MOVE 1 TO WS-TERMINAL
           ELSE
               READ TERMARQ
                   AT END
                       MOVE 1 TO WS-TERMINAL
                   NOT AT END
                       MOVE REG-TERMARQ TO WS-TERMINAL
               END-READ
               CLOSE TERMARQ.
           IF WS-TERMINAL = ZEROS OR WS-TERMINAL = 1
               MOVE "SESSAO.DAT" TO WS-ARQ-SESSAO
           ELSE
               MOVE WS-TERMINAL TO WS-ARQ-SESS-COD
               MOVE WS-ARQ-SESS-MONTA TO WS-ARQ-SESSAO.

      *-----LOTEST.DAT aberto junto com o estoque; sem arquivo de-----*
      *-----lotes (nenhum perecivel recebido ainda) nada e baixado-----*
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
