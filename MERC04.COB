      *    passa a ser o contado e cada diferenca vira um ajuste
      *    "A" no diario de estoque (MOVEST.DAT), documento
      *    "INVENT" - a quebra fica documentada em vez de sumir.
      *    Produto vendido a peso e contado (pesado) em quilos com
      *    3 casas; nos demais a contagem e inteira.
      *    No acerto, os lotes de validade (LOTEST.DAT) que somam
      *    mais que o contado perdem o excesso pelos lotes de
      *    validade mais proxima (FEFO) - a perda sai do lote.
      *    Menu de Estoque (BANCO36), opcao 4.
      *
       ENVIRONMENT DIVISION.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.
           SELECT RELARQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RARQ-CHAVE
                  FILE STATUS IS FS-RARQ.

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

       COPY SESSMAST.
                                VALUE OF FILE-ID IS "MERC04.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY RARQMAST.

       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-MOVEST          PIC X(12) VALUE "MOVEST.DAT".
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
       77 WS-LOTE-SALDO         PIC 9(06)V999 VALUE ZEROS.
       77 WS-LOTE-SOMA          PIC 9(07)V999 VALUE ZEROS.
       77 WS-LOTE-EXCESSO       PIC 9(07)V999 VALUE ZEROS.
       77 FS-MOVEST             PIC XX.
       77 FS-SESSAO             PIC XX.
       77 FS-ARQ                PIC XX.
      *-----arquivo de relatorios emitidos (RELARQ.DAT / BANCO02)------*
       77 FS-RARQ               PIC XX.
       77 WS-RARQ-QT            PIC 9(05) VALUE ZEROS.
       77 WS-RARQ-FILTRO        PIC X(59) VALUE SPACES.
       01 WS-RARQ-DOS.
           03 WS-RARQ-AA        PIC 99.
           03 WS-RARQ-MM        PIC 99.
           03 WS-RARQ-DD        PIC 99.
       01 WS-RARQ-TIME.
           03 WS-RARQ-HH        PIC 99.
           03 WS-RARQ-MI        PIC 99.
           03 WS-RARQ-SS        PIC 99.
           03 WS-RARQ-CC        PIC 99.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-P                  PIC X VALUE SPACES.
       77 WS-LIMPA              PIC X(40) VALUE SPACES.
       77 WS-PROD               PIC 9(04) VALUE ZEROS.
       77 WS-CONTADO            PIC 9(06)V999 VALUE ZEROS.
       77 WS-QTDE-INTEIRA       PIC 9(06) VALUE ZEROS.
       77 WS-MOSTRA-QTDE        PIC ZZZ.ZZ9,999 VALUE ZEROS.
       77 WS-IDX                PIC 999 VALUE ZEROS.
       77 WS-QTDE-ITENS         PIC 999 VALUE ZEROS.
       77 WS-QTDE-DIVERG        PIC 999 VALUE ZEROS.
       77 WS-DELTA              PIC S9(07)V999 VALUE ZEROS.
       77 WS-JA-CONTADO         PIC X VALUE "N".
       88 JA-CONTADO-88         VALUE "S".

       01 WS-TAB-CONTAGEM.
           02 WS-TAB-CONT-OCR OCCURS 200 TIMES.
               03 WS-CONT-PROD      PIC 9(04).
               03 WS-CONT-LIVRO     PIC 9(06)V999.
               03 WS-CONT-FISICO    PIC 9(06)V999.

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 PROD-DET         PIC 9(04).
           02 f pic x(01) value spaces.
           02 DESCR-DET        PIC X(25).
           02 F PIC X(05) VALUE " Liv ".
           02 LIVRO-DET        PIC ZZZZZ9,999.
           02 F PIC X(05) VALUE " Fis ".
           02 FISICO-DET       PIC ZZZZZ9,999.
           02 F PIC X(05) VALUE " Dif ".
           02 DIF-DET          PIC ZZZZZ9,999-.

       01 LINHA-TRACO.
           02 f pic x(60) value ALL "-".
           DISPLAY TELA-1.
       P04-CODIGO.
           DISPLAY (05 26) WS-LIMPA.
           DISPLAY (06 26) "           ".
           DISPLAY (07 26) "           ".
           ACCEPT (04 26) WS-PROD WITH PROMPT AUTO-SKIP.
           IF WS-PROD = ZEROS
               GO TO P-VARIACAO.
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VARIACAO.
           DISPLAY (05 26) PROD-DESCR.
           MOVE PROD-QTDE TO WS-MOSTRA-QTDE.
           DISPLAY (06 26) WS-MOSTRA-QTDE.
           ACCEPT (07 26) WS-CONTADO WITH PROMPT.
           IF NOT PROD-A-PESO
               MOVE WS-CONTADO TO WS-QTDE-INTEIRA
               IF WS-QTDE-INTEIRA NOT = WS-CONTADO
                   DISPLAY (22 04)
                       "!! PRODUTO POR UNIDADE - SEM FRACAO !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P04-CODIGO.
           ADD 1 TO WS-QTDE-ITENS.
           MOVE WS-PROD    TO WS-CONT-PROD   ( WS-QTDE-ITENS ).
           MOVE PROD-QTDE  TO WS-CONT-LIVRO  ( WS-QTDE-ITENS ).
       P-VARIACAO-FIM.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           MOVE "Divergencias da contagem do inventario" TO
               WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           DISPLAY (21 02) WS-QTDE-DIVERG " divergencia(s) - "
               "relatorio em MERC04.TXT".
           IF WS-QTDE-DIVERG = ZEROS
               OPEN OUTPUT MOVEST
               CLOSE MOVEST
               OPEN EXTEND MOVEST.
           PERFORM P-ABRE-LOTEST.
           MOVE ZEROS TO WS-IDX.
       P-EFETIVA-LOOP.
           ADD 1 TO WS-IDX.
           IF WS-IDX > WS-QTDE-ITENS
               CLOSE MOVEST
               PERFORM P-FECHA-LOTEST
               DISPLAY (23 02) "Acertos efetivados - Tecle < ENTER >"
               ACCEPT WS-P
               GO TO P-EFETIVA-FIM.
                   GO TO P-EFETIVA-LOOP.
           MOVE WS-CONT-FISICO ( WS-IDX ) TO PROD-QTDE.
           REWRITE REG-ESTOQUE.
      *     o contado e a verdade: lote acima dele e quebra/perda
      *     que saiu sem baixa - sai dos lotes mais velhos primeiro
           MOVE PROD-COD TO WS-LOTE-PROD.
           MOVE PROD-QTDE TO WS-LOTE-SALDO.
           PERFORM P-ACERTA-LOTE THRU P-ACERTA-LOTE-FIM.
           COMPUTE WS-DELTA = WS-CONT-FISICO ( WS-IDX )
                            - WS-CONT-LIVRO ( WS-IDX ).
           MOVE PROD-COD TO MOV-PROD-COD.
           ELSE
               MOVE WS-TERMINAL TO WS-ARQ-SESS-COD
               MOVE WS-ARQ-SESS-MONTA TO WS-ARQ-SESSAO.

      *-----------------------------------------------------------*
      * Arquivo de relatorios (RELARQ.DAT): o .TXT recem-fechado   *
      * e copiado linha a linha, com o cabecalho da                *
      * emissao (data, hora, terminal, operador e empresa da       *
      * sessao, filtros informados) - a reimpressao do BANCO02     *
      * devolve o relatorio como saiu, nao como o movimento esta.  *
      *-----------------------------------------------------------*
       P-ARQUIVA-REL.
           OPEN INPUT ARQSAID.
           IF FS-ARQ NOT = "00"
               CLOSE ARQSAID
               GO TO P-ARQUIVA-REL-FIM.
           OPEN I-O RELARQ.
           IF FS-RARQ = "30" OR FS-RARQ = "35"
               CLOSE RELARQ
               OPEN OUTPUT RELARQ
               CLOSE RELARQ
               OPEN I-O RELARQ.
           IF FS-RARQ NOT = "00"
               CLOSE ARQSAID RELARQ
               GO TO P-ARQUIVA-REL-FIM.
           MOVE SPACES TO REG-RELARQ.
           MOVE ZEROS TO RARQ-OPER-COD.
           MOVE 1 TO RARQ-EMPRESA.
           PERFORM P-IDENT-TERMINAL.
           OPEN INPUT SESSAO.
           IF FS-SESSAO = "00"
               READ SESSAO NEXT RECORD
                   AT END
                       MOVE ZEROS TO RARQ-OPER-COD
                   NOT AT END
                       MOVE SESSAO-OPER-COD TO RARQ-OPER-COD
                       MOVE SESSAO-EMPRESA-COD TO RARQ-EMPRESA
               END-READ.
           CLOSE SESSAO.
           ACCEPT WS-RARQ-DOS FROM DATE.
           ACCEPT WS-RARQ-TIME FROM TIME.
           MOVE "MERC04" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "MERC04.TXT" TO RARQ-ARQUIVO.
           MOVE WS-RARQ-FILTRO TO RARQ-FILTRO.
      *     mesma estacao, mesmo programa, mesmo segundo: a hora
      *     anda um segundo p/ a chave nao repetir
       P-ARQUIVA-REL-CAB.
           WRITE REG-RELARQ
               INVALID KEY
                   ADD 1 TO RARQ-HORA
                   GO TO P-ARQUIVA-REL-CAB.
           MOVE ZEROS TO WS-RARQ-QT.
       P-ARQUIVA-REL-LER.
           READ ARQSAID
               AT END
                   GO TO P-ARQUIVA-REL-FECHA.
           ADD 1 TO WS-RARQ-QT.
           MOVE WS-RARQ-QT TO RARQ-LINHA.
           MOVE REG-ARQSAID TO RARQ-TEXTO.
           WRITE REG-RELARQ.
           GO TO P-ARQUIVA-REL-LER.
       P-ARQUIVA-REL-FECHA.
           MOVE ZEROS TO RARQ-LINHA.
           READ RELARQ
               INVALID KEY
                   GO TO P-ARQUIVA-REL-SAI.
           MOVE WS-RARQ-QT TO RARQ-QT-LINHAS.
           REWRITE REG-RELARQ.
       P-ARQUIVA-REL-SAI.
           CLOSE ARQSAID RELARQ.
       P-ARQUIVA-REL-FIM.

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
