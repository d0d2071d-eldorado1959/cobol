       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MERC19.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    PRODUCAO DA PADARIA E DO ACOUGUE
      *    A padaria transforma farinha, ovos e margarina em pao e
      *    o acougue transforma o traseiro em cortes - no
      *    ESTOQUE.DAT a materia-prima nunca baixava e o produto
      *    acabado aparecia do nada. <1> Receitas: a ficha tecnica
      *    de cada produto fabricado (RECEITA.DAT), com o
      *    rendimento de um lote e os ingredientes por lote, e o
      *    custo do lote pelo custo medio dos ingredientes. <2>
      *    Ordem de producao: baixa os ingredientes (saida "S") e
      *    da entrada na quantidade que saiu de fato ("E"), os
      *    dois com "PRODUC" no MOV-NUM-CHE - a saida nao se
      *    confunde com venda do PDV; o custo dos ingredientes
      *    entra no custo medio do produto acabado. A ordem fica
      *    em ORDPROD.DAT. <3> Rendimento: esperado x real por
      *    lote no periodo, tela + MERC19.TXT. O ingrediente
      *    baixado sai tambem dos lotes de validade (LOTEST.DAT),
      *    a validade mais proxima primeiro (FEFO). Menu de
      *    Estoque (BANCO36, opcao 19).
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEITA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCT-CHAVE
                  FILE STATUS IS FS-RCT.
           SELECT ORDPROD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OP-NUM
                  FILE STATUS IS FS-OP.
           SELECT ESTOQUE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROD-COD
                  FILE STATUS IS FS-ESTOQUE.
           SELECT MOVEST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-MOVEST.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
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
       COPY RECTMAST.

       COPY ORDPMAST.

       COPY ESTQMAST.

       COPY LOTESTMAST.

       COPY MOVESTMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "MERC19.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY RARQMAST.

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
       77 FS-RCT                PIC XX.
       77 FS-OP                 PIC XX.
       77 FS-ESTOQUE            PIC XX.
      *-----lotes de validade (LOTEST.DAT): toda saida de estoque-----*
      *-----baixa os lotes pela validade mais proxima (FEFO)-----------*
       77 FS-LOTEST             PIC XX.
       77 WS-TEM-LOTEST         PIC X VALUE "N".
       77 WS-LOTE-PROD          PIC 9(04) VALUE ZEROS.
       77 WS-LOTE-RESTA         PIC 9(06)V999 VALUE ZEROS.
       77 WS-LOTE-VALID         PIC 9(08) VALUE ZEROS.
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
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
       77 WS-LIMPA-LINHA       PIC X(78) VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-PROD              PIC 9(04) VALUE ZEROS.
       77 WS-INGRED            PIC 9(04) VALUE ZEROS.
       77 WS-SEQ               PIC 99 VALUE ZEROS.
       77 WS-ULT-SEQ           PIC 99 VALUE ZEROS.
       77 WS-QTDE-ENT          PIC 9(06)V999 VALUE ZEROS.
       77 WS-MOSTRA-QTDE       PIC ZZZ.ZZ9,999 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-SEGUE             PIC X VALUE "S".
       77 WS-FRACAO            PIC 9(06)V999 VALUE ZEROS.
       77 WS-INTEIRA           PIC 9(06) VALUE ZEROS.

      *-----receita em memoria (cabecalho + ingredientes)---------------*
       77 WS-RENDIMENTO        PIC 9(06)V999 VALUE ZEROS.
       77 WS-QTDE-ING          PIC 99 VALUE ZEROS.
       01 WS-TAB-INGRED.
           03 WS-IG OCCURS 99 TIMES.
               05 WS-IG-SEQ     PIC 99.
               05 WS-IG-PROD    PIC 9(04).
               05 WS-IG-QTDE    PIC 9(06)V999.
       77 WS-IX                PIC 99 VALUE ZEROS.
       77 WS-CUSTO-LOTE        PIC 9(09)V99 VALUE ZEROS.
       77 WS-CUSTO-UNIT        PIC 9(08)V99 VALUE ZEROS.

      *-----ordem de producao--------------------------------------------*
       77 WS-PROX-OP           PIC 9(06) VALUE ZEROS.
       77 WS-LOTES             PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-PREV         PIC 9(06)V999 VALUE ZEROS.
       77 WS-QTDE-REAL         PIC 9(06)V999 VALUE ZEROS.
       77 WS-CONSUMO           PIC 9(06)V999 VALUE ZEROS.
       77 WS-CUSTO-OP          PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-ESTQ        PIC 9(13)V99 VALUE ZEROS.
       77 WS-FALTAS            PIC 99 VALUE ZEROS.

      *-----relatorio de rendimento, periodo em faixa AAAAMMDD----------*
       01 WS-DT-ENT.
           03 WS-DTE-DIA        PIC 99.
           03 WS-DTE-MES        PIC 99.
           03 WS-DTE-ANO        PIC 9(04).
       01 WS-DT-ENT-R REDEFINES WS-DT-ENT PIC 9(08).
       01 WS-DT-AMD.
           03 WS-AMD-ANO        PIC 9(04).
           03 WS-AMD-MES        PIC 99.
           03 WS-AMD-DIA        PIC 99.
       01 WS-DT-AMD-R REDEFINES WS-DT-AMD PIC 9(08).
       77 WS-REND-DE           PIC 9(08) VALUE ZEROS.
       77 WS-REND-ATE          PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-OPS          PIC 9(04) VALUE ZEROS.
       77 WS-REND-PCT          PIC 9(03)V9 VALUE ZEROS.
       77 WS-TOT-PREV          PIC 9(09)V999 VALUE ZEROS.
       77 WS-TOT-REAL          PIC 9(09)V999 VALUE ZEROS.
       77 WS-TOT-CUSTO         PIC 9(11)V99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.
       01 WS-HOJE-DMA.
           03 WS-HOJE-DIA       PIC 99.
           03 WS-HOJE-MES       PIC 99.
           03 WS-HOJE-ANO       PIC 9(04).

       01 LINHA-TRACO.
           02 F PIC X(78) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(28) VALUE "Rendimento da Producao de   ".
           02 TIT-DE-DIA        PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-DE-MES        PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-DE-ANO        PIC 9(04).
           02 F PIC X(03) VALUE " a ".
           02 TIT-ATE-DIA       PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-ATE-MES       PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-ATE-ANO       PIC 9(04).
       01 LINHA-CAB.
           02 F PIC X(40) VALUE
               " Ordem  Data  Prod Descricao      Lot   ".
           02 F PIC X(38) VALUE
               "Esperado       Real Rend%     Custo   ".
       01 LINHA-DET.
           02 F PIC X(01) VALUE SPACES.
           02 OP-DET            PIC 9(06).
           02 F PIC X(01) VALUE SPACES.
           02 DIA-DET           PIC 99.
           02 F PIC X(01) VALUE "/".
           02 MES-DET           PIC 99.
           02 F PIC X(01) VALUE SPACES.
           02 PROD-DET          PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 DESCR-DET         PIC X(14).
           02 F PIC X(01) VALUE SPACES.
           02 LOTES-DET         PIC ZZ9.
           02 F PIC X(01) VALUE SPACES.
           02 PREV-DET          PIC ZZZZZ9,999.
           02 F PIC X(01) VALUE SPACES.
           02 REAL-DET          PIC ZZZZZ9,999.
           02 F PIC X(01) VALUE SPACES.
           02 REND-DET          PIC ZZ9,9.
           02 F PIC X(01) VALUE SPACES.
           02 CUSTO-DET         PIC ZZZZZ9,99.
       01 LINHA-TOTAL.
           02 F PIC X(01) VALUE SPACES.
           02 F PIC X(06) VALUE "TOTAL ".
           02 TOT-OPS-DET       PIC ZZZ9.
           02 F PIC X(30) VALUE " ordem(ns)                    ".
           02 TOT-PREV-DET      PIC ZZZZZ9,999.
           02 F PIC X(01) VALUE SPACES.
           02 TOT-REAL-DET      PIC ZZZZZ9,999.
           02 F PIC X(01) VALUE SPACES.
           02 TOT-REND-DET      PIC ZZ9,9.
           02 F PIC X(01) VALUE SPACES.
           02 TOT-CUSTO-DET     PIC ZZZZZ9,99.

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "MERC19" BLINK.
           02 LINE 02 COLUMN 16 VALUE " Producao Padaria / Acougue "
               BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Receitas (Ficha Tecnica)".
           02 LINE 06 COLUMN 04 VALUE "<2> Ordem de Producao".
           02 LINE 07 COLUMN 04 VALUE "<3> Rendimento por Lote".
           02 LINE 08 COLUMN 04 VALUE "<0> Sair".
           02 LINE 10 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O RECEITA.
           IF FS-RCT = "30" OR FS-RCT = "35"
               CLOSE RECEITA
               OPEN OUTPUT RECEITA
               CLOSE RECEITA
               OPEN I-O RECEITA.
           OPEN I-O ORDPROD.
           IF FS-OP = "30" OR FS-OP = "35"
               CLOSE ORDPROD
               OPEN OUTPUT ORDPROD
               CLOSE ORDPROD
               OPEN I-O ORDPROD.
           OPEN I-O ESTOQUE.
           PERFORM P-ABRE-LOTEST.
           OPEN EXTEND MOVEST.
           IF FS-MOVEST = "30"
               CLOSE MOVEST
               OPEN OUTPUT MOVEST
               CLOSE MOVEST
               OPEN EXTEND MOVEST.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           MOVE DIA TO WS-HOJE-DIA.
           MOVE MES TO WS-HOJE-MES.
           MOVE ANO TO WS-HOJE-ANO.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (10 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-RECEITA THRU P-RECEITA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-ORDEM THRU P-ORDEM-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-RENDIMENTO THRU P-RENDIMENTO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
      * Ficha tecnica do produto acabado: rendimento do lote e os
      * ingredientes por lote; mostra o custo do lote pelo custo
      * medio atual de cada ingrediente.
       P-RECEITA.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC19".
           DISPLAY (02 04) "Produto (0=Sai)....=".
           MOVE ZEROS TO WS-PROD.
           ACCEPT (02 25) WS-PROD WITH PROMPT AUTO-SKIP.
           IF WS-PROD = ZEROS
               GO TO P-RECEITA-FIM.
           MOVE WS-PROD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   DISPLAY (22 04) "!! PRODUTO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   GO TO P-RECEITA.
           DISPLAY (02 31) PROD-DESCR.
       P-RECEITA-TELA.
           PERFORM P-CARREGA-RECEITA THRU P-CARREGA-RECEITA-FIM.
           DISPLAY (03 01) ERASE.
           MOVE WS-RENDIMENTO TO WS-MOSTRA-QTDE.
           DISPLAY (03 04) "Rendimento do lote.= " WS-MOSTRA-QTDE.
           DISPLAY (05 04) "Sq Ingr Descricao".
           DISPLAY (05 45) "Qtde/lote".
           DISPLAY (05 60) "Custo".
           MOVE 6 TO LIN.
           MOVE ZEROS TO WS-IX.
           PERFORM P-RECEITA-LISTA THRU P-RECEITA-LISTA-FIM.
           MOVE WS-CUSTO-LOTE TO WS-MOSTRA-VALOR.
           DISPLAY (18 04) "Custo do lote......= " WS-MOSTRA-VALOR.
           IF WS-RENDIMENTO NOT = ZEROS
               COMPUTE WS-CUSTO-UNIT ROUNDED =
                   WS-CUSTO-LOTE / WS-RENDIMENTO
               MOVE WS-CUSTO-UNIT TO WS-MOSTRA-VALOR
               DISPLAY (18 42) "por unid/kg= " WS-MOSTRA-VALOR.
           DISPLAY (19 04) "<R> Rendimento  <I> Incluir ingred.  "
               "<E> Excluir ingred.  <0> Volta =".
           MOVE SPACES TO WS-P.
           ACCEPT (19 74) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P = "R" OR WS-P = "r"
               PERFORM P-RECEITA-RENDIMENTO
               GO TO P-RECEITA-TELA.
           IF WS-P = "I" OR WS-P = "i"
               PERFORM P-RECEITA-INCLUI THRU P-RECEITA-INCLUI-FIM
               GO TO P-RECEITA-TELA.
           IF WS-P = "E" OR WS-P = "e"
               PERFORM P-RECEITA-EXCLUI THRU P-RECEITA-EXCLUI-FIM
               GO TO P-RECEITA-TELA.
           IF WS-P = "0"
               GO TO P-RECEITA.
           GO TO P-RECEITA-TELA.
       P-RECEITA-FIM.

      *-----ingredientes na tela (ate 12), custo de cada um no lote----*
       P-RECEITA-LISTA.
           ADD 1 TO WS-IX.
           IF WS-IX > WS-QTDE-ING
               GO TO P-RECEITA-LISTA-FIM.
           IF LIN > 17
               GO TO P-RECEITA-LISTA.
           MOVE WS-IG-PROD(WS-IX) TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO PROD-DESCR
                   MOVE ZEROS TO PROD-CUSTO-MEDIO.
           DISPLAY (LIN, 04) WS-IG-SEQ(WS-IX) " " WS-IG-PROD(WS-IX)
               " " PROD-DESCR.
           MOVE WS-IG-QTDE(WS-IX) TO WS-MOSTRA-QTDE.
           DISPLAY (LIN, 43) WS-MOSTRA-QTDE.
           COMPUTE WS-CUSTO-OP ROUNDED =
               WS-IG-QTDE(WS-IX) * PROD-CUSTO-MEDIO.
           MOVE WS-CUSTO-OP TO WS-MOSTRA-VALOR.
           DISPLAY (LIN, 55) WS-MOSTRA-VALOR.
           ADD 1 TO LIN.
           GO TO P-RECEITA-LISTA.
       P-RECEITA-LISTA-FIM.
           IF WS-QTDE-ING > 12
               DISPLAY (17 04) WS-QTDE-ING " ingredientes - so os 12 "
                   "primeiros na tela".

      *-----rendimento do lote = cabecalho (sequencia 00)---------------*
       P-RECEITA-RENDIMENTO.
           MOVE WS-PROD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   EXIT PARAGRAPH.
           DISPLAY (20 04) "Rendimento do lote.=".
           MOVE WS-RENDIMENTO TO WS-QTDE-ENT.
           ACCEPT (20 25) WS-QTDE-ENT WITH PROMPT UPDATE AUTO-SKIP.
           PERFORM P-TESTA-FRACAO.
           IF WS-SEGUE = "N"
               DISPLAY (20 01) ERASE
               EXIT PARAGRAPH.
           MOVE WS-PROD TO RCT-PROD.
           MOVE ZEROS TO RCT-SEQ.
           MOVE WS-PROD TO RCT-INGRED.
           MOVE WS-QTDE-ENT TO RCT-QTDE.
           WRITE REG-RECEITA
               INVALID KEY
                   REWRITE REG-RECEITA.
           DISPLAY (20 01) ERASE.

       P-RECEITA-INCLUI.
           IF WS-ULT-SEQ NOT < 99
               DISPLAY (22 04) "!! RECEITA COM 99 INGREDIENTES !!"
               ACCEPT WS-P
               GO TO P-RECEITA-INCLUI-SAI.
           DISPLAY (20 04) "Ingrediente........=".
           MOVE ZEROS TO WS-INGRED.
           ACCEPT (20 25) WS-INGRED WITH PROMPT AUTO-SKIP.
           IF WS-INGRED = ZEROS
               GO TO P-RECEITA-INCLUI-SAI.
           IF WS-INGRED = WS-PROD
               DISPLAY (22 04) "!! O PRODUTO NAO E INGREDIENTE DELE "
                   "MESMO !!"
               ACCEPT WS-P
               GO TO P-RECEITA-INCLUI-SAI.
           MOVE WS-INGRED TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   DISPLAY (22 04) "!! PRODUTO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   GO TO P-RECEITA-INCLUI-SAI.
           DISPLAY (20 31) PROD-DESCR.
           DISPLAY (21 04) "Qtde por lote......=".
           MOVE ZEROS TO WS-QTDE-ENT.
           ACCEPT (21 25) WS-QTDE-ENT WITH PROMPT AUTO-SKIP.
           IF WS-QTDE-ENT = ZEROS
               GO TO P-RECEITA-INCLUI-SAI.
           PERFORM P-TESTA-FRACAO.
           IF WS-SEGUE = "N"
               GO TO P-RECEITA-INCLUI-SAI.
           MOVE WS-PROD TO RCT-PROD.
           COMPUTE RCT-SEQ = WS-ULT-SEQ + 1.
           MOVE WS-INGRED TO RCT-INGRED.
           MOVE WS-QTDE-ENT TO RCT-QTDE.
           WRITE REG-RECEITA
               INVALID KEY
                   DISPLAY (22 04) "!! SEQUENCIA JA EXISTENTE !!"
                   ACCEPT WS-P.
       P-RECEITA-INCLUI-SAI.
           DISPLAY (20 01) ERASE.
       P-RECEITA-INCLUI-FIM.

       P-RECEITA-EXCLUI.
           DISPLAY (20 04) "Sequencia a excluir=".
           MOVE ZEROS TO WS-SEQ.
           ACCEPT (20 25) WS-SEQ WITH PROMPT AUTO-SKIP.
           IF WS-SEQ = ZEROS
               GO TO P-RECEITA-EXCLUI-SAI.
           MOVE WS-PROD TO RCT-PROD.
           MOVE WS-SEQ TO RCT-SEQ.
           DELETE RECEITA
               INVALID KEY
                   DISPLAY (22 04) "!! SEQUENCIA NAO ENCONTRADA !!"
                   ACCEPT WS-P.
       P-RECEITA-EXCLUI-SAI.
           DISPLAY (20 01) ERASE.
       P-RECEITA-EXCLUI-FIM.

      *-----receita do WS-PROD p/ a memoria: rendimento, ingredientes--*
      *-----e custo do lote pelo custo medio atual-----------------------*
       P-CARREGA-RECEITA.
           MOVE ZEROS TO WS-RENDIMENTO.
           MOVE ZEROS TO WS-QTDE-ING.
           MOVE ZEROS TO WS-ULT-SEQ.
           MOVE ZEROS TO WS-CUSTO-LOTE.
           MOVE WS-PROD TO RCT-PROD.
           MOVE ZEROS TO RCT-SEQ.
           START RECEITA KEY IS NOT LESS THAN RCT-CHAVE
               INVALID KEY
                   GO TO P-CARREGA-RECEITA-FIM.
       P-CARREGA-RECEITA-LER.
           READ RECEITA NEXT RECORD
               AT END
                   GO TO P-CARREGA-RECEITA-FIM.
           IF RCT-PROD NOT = WS-PROD
               GO TO P-CARREGA-RECEITA-FIM.
           IF RCT-CABECALHO
               MOVE RCT-QTDE TO WS-RENDIMENTO
               GO TO P-CARREGA-RECEITA-LER.
           ADD 1 TO WS-QTDE-ING.
           MOVE RCT-SEQ TO WS-IG-SEQ(WS-QTDE-ING) WS-ULT-SEQ.
           MOVE RCT-INGRED TO WS-IG-PROD(WS-QTDE-ING).
           MOVE RCT-QTDE TO WS-IG-QTDE(WS-QTDE-ING).
           MOVE RCT-INGRED TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   GO TO P-CARREGA-RECEITA-LER.
           COMPUTE WS-CUSTO-LOTE ROUNDED = WS-CUSTO-LOTE
               + ( RCT-QTDE * PROD-CUSTO-MEDIO ).
           GO TO P-CARREGA-RECEITA-LER.
       P-CARREGA-RECEITA-FIM.

      *-----------------------------------------*
      * Ordem de producao: lotes pela receita, confere o saldo dos
      * ingredientes, pede a quantidade que saiu de fato; baixa os
      * ingredientes, da entrada no acabado e grava a ordem.
       P-ORDEM.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC19".
           PERFORM P-PROXIMO-OP THRU P-PROXIMO-OP-FIM.
           DISPLAY (02 04) "Ordem de Producao..= " WS-PROX-OP.
           DISPLAY (03 04) "Produto (0=Sai)....=".
           MOVE ZEROS TO WS-PROD.
           ACCEPT (03 25) WS-PROD WITH PROMPT AUTO-SKIP.
           IF WS-PROD = ZEROS
               GO TO P-ORDEM-FIM.
           MOVE WS-PROD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   DISPLAY (22 04) "!! PRODUTO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   GO TO P-ORDEM-FIM.
           DISPLAY (03 31) PROD-DESCR.
           PERFORM P-CARREGA-RECEITA THRU P-CARREGA-RECEITA-FIM.
           IF WS-RENDIMENTO = ZEROS OR WS-QTDE-ING = ZEROS
               DISPLAY (22 04) "!! PRODUTO SEM RECEITA COMPLETA "
                   "(RENDIMENTO E INGREDIENTES) !!"
               ACCEPT WS-P
               GO TO P-ORDEM-FIM.
           DISPLAY (04 04) "Lotes..............=".
           MOVE 1 TO WS-LOTES.
           ACCEPT (04 25) WS-LOTES WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-LOTES = ZEROS
               GO TO P-ORDEM-FIM.
           COMPUTE WS-QTDE-PREV = WS-RENDIMENTO * WS-LOTES
               ON SIZE ERROR
                   DISPLAY (22 04) "!! LOTES DEMAIS P/ A ORDEM !!"
                   ACCEPT WS-P
                   GO TO P-ORDEM-FIM.
           MOVE WS-QTDE-PREV TO WS-MOSTRA-QTDE.
           DISPLAY (05 04) "Producao esperada..= " WS-MOSTRA-QTDE.
           DISPLAY (07 04) "Ingr Descricao".
           DISPLAY (07 43) "Consumo".
           DISPLAY (07 56) "Saldo".
           MOVE 8 TO LIN.
           MOVE ZEROS TO WS-FALTAS.
           MOVE ZEROS TO WS-IX.
           PERFORM P-ORDEM-CONFERE THRU P-ORDEM-CONFERE-FIM.
           COMPUTE WS-CUSTO-OP = WS-CUSTO-LOTE * WS-LOTES.
           MOVE WS-CUSTO-OP TO WS-MOSTRA-VALOR.
           DISPLAY (18 04) "Custo dos ingred...= " WS-MOSTRA-VALOR.
           IF WS-FALTAS NOT = ZEROS
               DISPLAY (19 04) "!! " WS-FALTAS " ingrediente(s) com "
                   "saldo menor que o consumo - baixa zera o saldo".
           MOVE WS-PROD TO PROD-COD.
           READ ESTOQUE.
           DISPLAY (20 04) "Quantidade produzida=".
           MOVE WS-QTDE-PREV TO WS-QTDE-ENT.
           ACCEPT (20 26) WS-QTDE-ENT WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-QTDE-ENT = ZEROS
               GO TO P-ORDEM-FIM.
           PERFORM P-TESTA-FRACAO.
           IF WS-SEGUE = "N"
               GO TO P-ORDEM-FIM.
           MOVE WS-QTDE-ENT TO WS-QTDE-REAL.
           DISPLAY (21 04) "Confirma a producao < S/N >? ".
           MOVE SPACES TO WS-P.
           ACCEPT (21 34) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-ORDEM-FIM.
           MOVE ZEROS TO WS-CUSTO-OP.
           MOVE ZEROS TO WS-IX.
           PERFORM P-ORDEM-BAIXA THRU P-ORDEM-BAIXA-FIM.
           PERFORM P-ORDEM-ENTRADA.
           MOVE WS-PROX-OP TO OP-NUM.
           MOVE WS-PROD TO OP-PROD.
           MOVE WS-HOJE-DMA TO OP-DATA.
           MOVE WS-LOTES TO OP-LOTES.
           MOVE WS-QTDE-PREV TO OP-QTDE-PREV.
           MOVE WS-QTDE-REAL TO OP-QTDE-REAL.
           MOVE WS-CUSTO-OP TO OP-CUSTO.
           MOVE WS-OPER-ATUAL TO OP-OPER-COD.
           WRITE REG-ORDPROD INVALID KEY
               DISPLAY (22 04) "!! NUMERO JA EXISTENTE !!"
               ACCEPT WS-P
               GO TO P-ORDEM-FIM.
           MOVE PROD-CUSTO-MEDIO TO WS-MOSTRA-VALOR.
           DISPLAY (22 04) "Producao gravada - custo medio "
               WS-MOSTRA-VALOR.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-ORDEM-FIM.

      *-----consumo de cada ingrediente contra o saldo------------------*
       P-ORDEM-CONFERE.
           ADD 1 TO WS-IX.
           IF WS-IX > WS-QTDE-ING
               GO TO P-ORDEM-CONFERE-FIM.
           COMPUTE WS-CONSUMO = WS-IG-QTDE(WS-IX) * WS-LOTES.
           MOVE WS-IG-PROD(WS-IX) TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO PROD-DESCR
                   MOVE ZEROS TO PROD-QTDE.
           IF WS-CONSUMO > PROD-QTDE
               ADD 1 TO WS-FALTAS.
           IF LIN > 17
               GO TO P-ORDEM-CONFERE.
           DISPLAY (LIN, 04) WS-IG-PROD(WS-IX) " " PROD-DESCR.
           MOVE WS-CONSUMO TO WS-MOSTRA-QTDE.
           DISPLAY (LIN, 40) WS-MOSTRA-QTDE.
           MOVE PROD-QTDE TO WS-MOSTRA-QTDE.
           DISPLAY (LIN, 52) WS-MOSTRA-QTDE.
           IF WS-CONSUMO > PROD-QTDE
               DISPLAY (LIN, 64) "FALTA".
           ADD 1 TO LIN.
           GO TO P-ORDEM-CONFERE.
       P-ORDEM-CONFERE-FIM.

      *-----saida "S" de cada ingrediente, pelo custo medio dele-------*
       P-ORDEM-BAIXA.
           ADD 1 TO WS-IX.
           IF WS-IX > WS-QTDE-ING
               GO TO P-ORDEM-BAIXA-FIM.
           MOVE WS-IG-PROD(WS-IX) TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   GO TO P-ORDEM-BAIXA.
           COMPUTE WS-CONSUMO = WS-IG-QTDE(WS-IX) * WS-LOTES.
           IF WS-CONSUMO > PROD-QTDE
               MOVE ZEROS TO PROD-QTDE
           ELSE
               SUBTRACT WS-CONSUMO FROM PROD-QTDE.
           REWRITE REG-ESTOQUE.
           MOVE PROD-COD TO WS-LOTE-PROD.
           MOVE WS-CONSUMO TO WS-LOTE-RESTA.
           PERFORM P-BAIXA-LOTE THRU P-BAIXA-LOTE-FIM.
           MOVE PROD-COD TO MOV-PROD-COD.
           MOVE "S" TO MOV-TIPO.
           MOVE DIA TO MOV-DIA.
           MOVE MES TO MOV-MES.
           MOVE ANO TO MOV-ANO.
           COMPUTE MOV-QTDE = ZEROS - WS-CONSUMO.
           COMPUTE MOV-VALOR ROUNDED = WS-CONSUMO * PROD-CUSTO-MEDIO.
           ADD MOV-VALOR TO WS-CUSTO-OP.
           MOVE "PRODUC" TO MOV-NUM-CHE.
           MOVE WS-OPER-ATUAL TO MOV-OPER-COD.
           WRITE REG-MOVEST.
           GO TO P-ORDEM-BAIXA.
       P-ORDEM-BAIXA-FIM.

      *-----entrada "E" do acabado; o custo dos ingredientes entra----*
      *-----na media ponderada, como a compra no MERC02-----------------*
       P-ORDEM-ENTRADA.
           MOVE WS-PROD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   EXIT PARAGRAPH.
           COMPUTE WS-VALOR-ESTQ =
               ( PROD-QTDE * PROD-CUSTO-MEDIO ) + WS-CUSTO-OP.
           COMPUTE PROD-CUSTO-MEDIO ROUNDED =
               WS-VALOR-ESTQ / ( PROD-QTDE + WS-QTDE-REAL ).
           ADD WS-QTDE-REAL TO PROD-QTDE.
           REWRITE REG-ESTOQUE.
           MOVE PROD-COD TO MOV-PROD-COD.
           MOVE "E" TO MOV-TIPO.
           MOVE DIA TO MOV-DIA.
           MOVE MES TO MOV-MES.
           MOVE ANO TO MOV-ANO.
           MOVE WS-QTDE-REAL TO MOV-QTDE.
           MOVE WS-CUSTO-OP TO MOV-VALOR.
           MOVE "PRODUC" TO MOV-NUM-CHE.
           MOVE WS-OPER-ATUAL TO MOV-OPER-COD.
           WRITE REG-MOVEST.

      *-----produto por unidade nao aceita quantidade quebrada---------*
       P-TESTA-FRACAO.
           MOVE "S" TO WS-SEGUE.
           IF PROD-A-PESO
               EXIT PARAGRAPH.
           MOVE WS-QTDE-ENT TO WS-INTEIRA.
           COMPUTE WS-FRACAO = WS-QTDE-ENT - WS-INTEIRA.
           IF WS-FRACAO NOT = ZEROS
               MOVE "N" TO WS-SEGUE
               DISPLAY (22 04) "!! PRODUTO VENDIDO POR UNIDADE - "
                   "QUANTIDADE INTEIRA !!"
               ACCEPT WS-P
               DISPLAY (22 01) WS-LIMPA-LINHA.

      *-----proximo numero de ordem = maior + 1-------------------------*
       P-PROXIMO-OP.
           MOVE ZEROS TO WS-PROX-OP.
           MOVE ZEROS TO OP-NUM.
           START ORDPROD KEY IS NOT LESS THAN OP-NUM
               INVALID KEY
                   GO TO P-PROXIMO-OP-CALC.
       P-PROXIMO-OP-LER.
           READ ORDPROD NEXT RECORD
               AT END
                   GO TO P-PROXIMO-OP-CALC.
           MOVE OP-NUM TO WS-PROX-OP.
           GO TO P-PROXIMO-OP-LER.
       P-PROXIMO-OP-CALC.
           ADD 1 TO WS-PROX-OP.
       P-PROXIMO-OP-FIM.

      *-----------------------------------------*
      * Rendimento: por ordem do periodo, esperado (receita x
      * lotes) contra o que saiu de fato, e o custo da ordem.
       P-RENDIMENTO.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC19".
           DISPLAY (02 04) "RENDIMENTO DA PRODUCAO POR LOTE".
           DISPLAY (04 04) "De.................=   /  /    ".
           DISPLAY (05 04) "Ate................=   /  /    ".
           MOVE 1 TO WS-DTE-DIA.
           MOVE MES TO WS-DTE-MES.
           MOVE ANO TO WS-DTE-ANO.
           ACCEPT (04 25) WS-DTE-DIA WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-DTE-DIA = ZEROS
               GO TO P-RENDIMENTO-FIM.
           ACCEPT (04 28) WS-DTE-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (04 31) WS-DTE-ANO WITH PROMPT UPDATE AUTO-SKIP.
           MOVE WS-DTE-DIA TO TIT-DE-DIA.
           MOVE WS-DTE-MES TO TIT-DE-MES.
           MOVE WS-DTE-ANO TO TIT-DE-ANO.
           PERFORM P-DMA-P-AMD.
           MOVE WS-DT-AMD-R TO WS-REND-DE.
           MOVE WS-HOJE-DMA TO WS-DT-ENT.
           ACCEPT (05 25) WS-DTE-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (05 28) WS-DTE-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (05 31) WS-DTE-ANO WITH PROMPT UPDATE AUTO-SKIP.
           MOVE WS-DTE-DIA TO TIT-ATE-DIA.
           MOVE WS-DTE-MES TO TIT-ATE-MES.
           MOVE WS-DTE-ANO TO TIT-ATE-ANO.
           PERFORM P-DMA-P-AMD.
           MOVE WS-DT-AMD-R TO WS-REND-ATE.
           OPEN OUTPUT ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CAB.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 01) LINHA-TITULO.
           DISPLAY (02 01) LINHA-CAB.
           MOVE 3 TO LIN.
           MOVE ZEROS TO WS-QTDE-OPS WS-TOT-PREV WS-TOT-REAL
               WS-TOT-CUSTO.
           MOVE ZEROS TO OP-NUM.
           START ORDPROD KEY IS NOT LESS THAN OP-NUM
               INVALID KEY
                   GO TO P-RENDIMENTO-TOTAL.
       P-RENDIMENTO-LER.
           READ ORDPROD NEXT RECORD
               AT END
                   GO TO P-RENDIMENTO-TOTAL.
           MOVE OP-DATA TO WS-DT-ENT-R.
           PERFORM P-DMA-P-AMD.
           IF WS-DT-AMD-R < WS-REND-DE OR WS-DT-AMD-R > WS-REND-ATE
               GO TO P-RENDIMENTO-LER.
           ADD 1 TO WS-QTDE-OPS.
           ADD OP-QTDE-PREV TO WS-TOT-PREV.
           ADD OP-QTDE-REAL TO WS-TOT-REAL.
           ADD OP-CUSTO TO WS-TOT-CUSTO.
           MOVE OP-PROD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   MOVE SPACES TO PROD-DESCR.
           MOVE OP-NUM TO OP-DET.
           MOVE WS-DTE-DIA TO DIA-DET.
           MOVE WS-DTE-MES TO MES-DET.
           MOVE OP-PROD TO PROD-DET.
           MOVE PROD-DESCR TO DESCR-DET.
           MOVE OP-LOTES TO LOTES-DET.
           MOVE OP-QTDE-PREV TO PREV-DET.
           MOVE OP-QTDE-REAL TO REAL-DET.
           IF OP-QTDE-PREV = ZEROS
               MOVE ZEROS TO WS-REND-PCT
           ELSE
               COMPUTE WS-REND-PCT ROUNDED =
                   OP-QTDE-REAL * 100 / OP-QTDE-PREV
                   ON SIZE ERROR
                       MOVE 999,9 TO WS-REND-PCT.
           MOVE WS-REND-PCT TO REND-DET.
           MOVE OP-CUSTO TO CUSTO-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           DISPLAY (LIN, 01) LINHA-DET.
           ADD 1 TO LIN.
           IF LIN > 19 PERFORM P-PARA.
           GO TO P-RENDIMENTO-LER.
       P-RENDIMENTO-TOTAL.
           MOVE WS-QTDE-OPS TO TOT-OPS-DET.
           MOVE WS-TOT-PREV TO TOT-PREV-DET.
           MOVE WS-TOT-REAL TO TOT-REAL-DET.
           IF WS-TOT-PREV = ZEROS
               MOVE ZEROS TO WS-REND-PCT
           ELSE
               COMPUTE WS-REND-PCT ROUNDED =
                   WS-TOT-REAL * 100 / WS-TOT-PREV
                   ON SIZE ERROR
                       MOVE 999,9 TO WS-REND-PCT.
           MOVE WS-REND-PCT TO TOT-REND-DET.
           MOVE WS-TOT-CUSTO TO TOT-CUSTO-DET.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           CLOSE ARQSAID.
           MOVE SPACES TO WS-RARQ-FILTRO.
           STRING "Rendimento de " WS-REND-DE " a " WS-REND-ATE
                  DELIMITED BY SIZE INTO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           DISPLAY (21 01) LINHA-TOTAL.
           DISPLAY (22 02) "Rend% = real / esperado - relatorio em "
               "MERC19.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-RENDIMENTO-FIM.

      *-----DDMMAAAA (WS-DT-ENT) p/ AAAAMMDD (WS-DT-AMD)----------------*
       P-DMA-P-AMD.
           MOVE WS-DTE-ANO TO WS-AMD-ANO.
           MOVE WS-DTE-MES TO WS-AMD-MES.
           MOVE WS-DTE-DIA TO WS-AMD-DIA.

       P-PARA.
           DISPLAY (23 04) "< ENTER > Continua".
           ACCEPT (23 25) WS-P WITH AUTO-SKIP.
           DISPLAY (23 04) WS-LIMPA.
           DISPLAY (03 00) ERASE.
           MOVE 3 TO LIN.

      *-----------------------------------------------------------*
      * Operador da sessao (SESSAO.DAT, gravado pelo menu) - p/ os *
      * movimentos da producao sairem carimbados no diario.        *
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
           CLOSE RECEITA ORDPROD ESTOQUE MOVEST.
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
           MOVE "MERC19" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "MERC19.TXT" TO RARQ-ARQUIVO.
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
