      *    linha a linha - o saldo inicial e deduzido do PROD-QTDE
      *    atual menos o efeito liquido dos movimentos, entao o
      *    extrato fecha exatamente no estoque de hoje. Sai na tela
      *    e em MERC03.TXT. Quantidades com 3 casas - o produto
      *    vendido a peso anda em quilos com gramas. Entrada e
      *    custo adicional (frete rateado - MERC02/MERC23, tipo C,
      *    sem quantidade) mostram tambem o valor ao custo. Menu de
      *    Estoque (BANCO36), opcao 3.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT RELARQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RARQ-CHAVE
                  FILE STATUS IS FS-RARQ.

       DATA DIVISION.
       FILE SECTION.
                                VALUE OF FILE-ID IS "MERC03.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada---------*
      *-----micro): so o numero do terminal----------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       COPY RARQMAST.

       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-MOVEST          PIC X(12) VALUE "MOVEST.DAT".
       77 FS-ESTOQUE            PIC XX.
       77 FS-MOVEST             PIC XX.
       77 FS-ARQ                PIC XX.
      *-----sessao POR TERMINAL: cada estacao le TERMINAL.DAT local----*
      *-----e abre o seu proprio SESSAOnn.DAT (terminal 1 = o----------*
      *-----SESSAO.DAT de sempre) - duas estacoes nao se atropelam-----*
      *-----mais na mesma sessao---------------------------------------*
       77 FS-SESSAO             PIC XX.
       77 FS-TERM               PIC XX.
       77 WS-TERMINAL           PIC 99 VALUE 1.
       01 WS-ARQ-SESSAO         PIC X(12) VALUE "SESSAO.DAT".
       01 WS-ARQ-SESS-MONTA.
           03 FILLER           PIC X(06) VALUE "SESSAO".
           03 WS-ARQ-SESS-COD  PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
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
       77 WS-P                  PIC X VALUE SPACES.
       77 WS-LIMPA              PIC X(40) VALUE SPACES.
       77 WS-PROD               PIC 9(04) VALUE ZEROS.
       77 WS-PROD-ACHADO        PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU-PROD         PIC 9(03) VALUE ZEROS.
       77 WS-TALLY-PROD         PIC 9(03) VALUE ZEROS.
       77 WS-LIQUIDO            PIC S9(07)V999 VALUE ZEROS.
       77 WS-SALDO              PIC S9(07)V999 VALUE ZEROS.
       77 WS-MOSTRA-SALDO       PIC ZZZZZZ9,999- VALUE ZEROS.
       77 WS-MOSTRA-QTDE        PIC ZZZZZ9,999 VALUE ZEROS.
       77 WS-QTDE-MOV           PIC 9(04) VALUE ZEROS.

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 TIPO-DET         PIC X(01).
           02 f pic x(02) value spaces.
           02 QTDE-DET         PIC ZZZZZ9,999-.
           02 F PIC X(06) VALUE " Doc. ".
           02 DOC-DET          PIC X(06).
           02 F PIC X(07) VALUE " Saldo ".
           02 SALDO-DET        PIC ZZZZZZ9,999-.
           02 F PIC X(01) VALUE SPACES.
           02 VALOR-DET        PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.

       01 LINHA-TRACO.
           02 f pic x(60) value ALL "-".
           02 LINE 04 COLUMN 04 VALUE "Produto (0=Sai).....=".
           02 LINE 05 COLUMN 04 VALUE "Descricao...........=".
           02 LINE 06 COLUMN 04 VALUE "Estoque Atual.......=".
           02 LINE 08 COLUMN 02 VALUE
               "  DATA    TP        QTDE   DOCTO".
           02 LINE 08 COLUMN 52 VALUE "    SALDO".
           02 LINE 08 COLUMN 66 VALUE "VALOR CUSTO".

       PROCEDURE DIVISION.

               DISPLAY (22 04) WS-LIMPA
               GO TO P04-CODIGO.
           DISPLAY (05 26) PROD-DESCR.
           MOVE PROD-QTDE TO WS-MOSTRA-QTDE.
           DISPLAY (06 26) WS-MOSTRA-QTDE.
           PERFORM P-SOMA-LIQUIDO THRU P-SOMA-LIQUIDO-FIM.
           COMPUTE WS-SALDO = PROD-QTDE - WS-LIQUIDO.
           PERFORM P-LISTA THRU P-LISTA-FIM.
           MOVE MOV-QTDE TO QTDE-DET.
           MOVE MOV-NUM-CHE TO DOC-DET.
           MOVE WS-SALDO TO SALDO-DET.
           IF MOV-ENTRADA OR MOV-CUSTO-ADIC
               MOVE MOV-VALOR TO VALOR-DET
           ELSE
               MOVE ZEROS TO VALOR-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           DISPLAY (LIN, 02) LINHA-DET.
           ADD 1 TO LIN.
       P-LISTA-FECHA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           MOVE SPACES TO WS-RARQ-FILTRO.
           STRING "Produto " WS-PROD " ano do diario " WS-ANO-ARQ
                  DELIMITED BY SIZE INTO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           MOVE WS-SALDO TO WS-MOSTRA-SALDO.
           DISPLAY (21 02) WS-QTDE-MOV " movimento(s), saldo final "
               WS-MOSTRA-SALDO.
           CLOSE ESTOQUE.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO36.COM".

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
           MOVE "MERC03" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "MERC03.TXT" TO RARQ-ARQUIVO.
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
