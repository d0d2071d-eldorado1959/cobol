       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MERC23.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    RATEIO DE FRETE E CUSTOS DE AQUISICAO (CUSTO POSTO)
      *    O MERC02 grava a entrada pelo preco da nota do produto;
      *    o frete pago a transportadora (CT-e lancado como titulo
      *    proprio no BANCO06) ou qualquer outro custo de aquisicao
      *    ficava fora do PROD-CUSTO-MEDIO - o custo saia baixo e a
      *    margem do MERC10 bonita demais. Aqui se informa o custo
      *    (<1> um titulo de BCO.DAT, pelo VALOR-CHE, ou <2> um
      *    valor digitado com uma referencia) e um ou mais titulos
      *    de mercadoria ja recebidos; o valor e rateado entre as
      *    entradas desses titulos em MOVEST.DAT, por valor ou por
      *    quantidade, a parcela de cada produto soma no custo
      *    medio e fica no kardex (MERC03) como custo adicional
      *    (MOV-TIPO C, quantidade zero, documento = titulo do
      *    frete ou a referencia). O mesmo documento nao e rateado
      *    duas vezes. Conferencia na tela e em MERC23.TXT antes de
      *    gravar. Menu de Estoque (BANCO36, opcao 23).
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
           SELECT BANCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS IS FS.
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

       DATA DIVISION.
       FILE SECTION.
       COPY ESTQMAST.

       COPY BCOMAST.

       COPY MOVESTMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "MERC23.TXT".
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
       77 FS-SESSAO             PIC XX.
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 FS-ESTOQUE            PIC XX.
       77 FS                    PIC XX.
       77 FS-MOVEST             PIC XX.
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
       77 WS-P                  PIC X VALUE SPACES.
       77 WS-LIMPA              PIC X(40) VALUE SPACES.
       77 WS-OPCAO              PIC X VALUE SPACES.
       77 WS-CODIGO             PIC 9(06) VALUE ZEROS.
       77 WS-MOSTRA-VALOR       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-VALOR-ESTQ         PIC 9(13)V99 VALUE ZEROS.

      *-----documento do custo (titulo do frete ou referencia) e os----*
      *-----titulos de mercadoria que o absorvem------------------------*
       77 WS-RT-DOC             PIC X(06) VALUE SPACES.
       77 WS-RT-JA-USADO        PIC X VALUE "N".
       77 WS-TR-N               PIC 99 VALUE ZEROS.
       77 WS-TR-IX              PIC 99 VALUE ZEROS.
       77 WS-TR-ACHOU           PIC X VALUE "N".
       01 WS-TAB-TITULOS.
           03 WS-TR-NUM OCCURS 10 TIMES PIC X(06).

      *-----entradas dos titulos (MOVEST.DAT) e a parcela de cada------*
       77 WS-RT-N               PIC 9(03) VALUE ZEROS.
       77 WS-RT-IX              PIC 9(03) VALUE ZEROS.
       77 WS-RT-VALOR           PIC 9(09)V99 VALUE ZEROS.
       77 WS-RT-BASE            PIC 9(13)V999 VALUE ZEROS.
       77 WS-RT-SOMA            PIC 9(09)V99 VALUE ZEROS.
       77 WS-RT-CRIT            PIC X VALUE "V".
       77 WS-RT-APLIC           PIC 9(03) VALUE ZEROS.
       77 WS-RT-SEM-SALDO       PIC 9(03) VALUE ZEROS.
       77 WS-RT-CHEIO           PIC X VALUE "N".
       01 WS-TAB-RATEIO.
           03 WS-RT OCCURS 300 TIMES.
               05 WS-RT-PROD    PIC 9(04).
               05 WS-RT-NUM-CHE PIC X(06).
               05 WS-RT-QTDE    PIC 9(07)V999.
               05 WS-RT-VLR     PIC 9(11)V99.
               05 WS-RT-PARC    PIC 9(09)V99.

       01 WS-CHAVE-BUF          PIC X(06) VALUE ZEROS.
       01 WS-CHAVE-BUF-R REDEFINES WS-CHAVE-BUF.
           03 WS-CHAVE-ANO      PIC 99.
           03 WS-CHAVE-SEQ      PIC 9(04).

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

       01 LINHA-TRACO.
           02 F PIC X(77) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(30) VALUE "Rateio de Custo de Aquisicao -".
           02 F PIC X(06) VALUE " Doc. ".
           02 TIT-DOC          PIC X(06).
           02 F PIC X(04) VALUE " R$ ".
           02 TIT-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(04) VALUE " por".
           02 F PIC X(01) VALUE SPACES.
           02 TIT-CRIT         PIC X(10).
       01 LINHA-CAB.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(30) VALUE "Titulo Prod Descricao         ".
           02 F PIC X(30) VALUE "          Base   Parcela R$   ".
           02 F PIC X(12) VALUE "Custo Medio".
       01 LINHA-DET.
           02 F PIC X(02) VALUE SPACES.
           02 TIT-DET          PIC X(06).
           02 F PIC X(01) VALUE SPACES.
           02 PROD-DET         PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 DESCR-DET        PIC X(18).
           02 BASE-DET         PIC ZZZ.ZZZ.ZZ9,999.
           02 F PIC X(01) VALUE SPACES.
           02 PARC-DET         PIC ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 CM-DET           PIC ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 OBS-DET          PIC X(07).

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "MERC23" BLINK.
           02 LINE 02 COLUMN 14 VALUE
               " Rateio de Frete e Custos de Aquisicao " BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Ratear Titulo de Frete/CT-e".
           02 LINE 06 COLUMN 04 VALUE "<2> Ratear Valor Digitado".
           02 LINE 07 COLUMN 04 VALUE "<0> Sair".
           02 LINE 09 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE NOT = "00"
               DISPLAY (22 04) "!! CADASTRO DE PRODUTOS NAO ENCONTRADO"
               ACCEPT WS-P
               CLOSE ESTOQUE
               DISPLAY (01 01) ERASE
               CHAIN "BANCO36.COM".
           OPEN INPUT BANCO.
           IF FS NOT = "00"
               DISPLAY (22 04) "!! MOVIMENTO (BCO) NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE ESTOQUE BANCO
               DISPLAY (01 01) ERASE
               CHAIN "BANCO36.COM".
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (09 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1" OR WS-OPCAO = "2"
               PERFORM P-RATEIO THRU P-RATEIO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
      * Um rateio: documento do custo, titulos de mercadoria,
      * criterio, conferencia e gravacao.
       P-RATEIO.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC23".
           DISPLAY (02 14) " Rateio de Frete e Custos de Aquisicao ".
           IF WS-OPCAO = "2"
               GO TO P-RATEIO-DIGITADO.
           DISPLAY (04 04) "Titulo do frete/CT-e=".
           ACCEPT (04 26) WS-CODIGO WITH PROMPT AUTO-SKIP.
           IF WS-CODIGO = ZEROS
               GO TO P-RATEIO-FIM.
           MOVE WS-CODIGO TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   DISPLAY (22 04) "!! < Titulo NAO Cadastrado > !!"
                   ACCEPT WS-P
                   GO TO P-RATEIO-FIM.
           MOVE NUM-CHE TO WS-CHAVE-BUF.
           IF WS-CHAVE-SEQ < 5000
               DISPLAY (22 04) "!! < Documento NAO e um Titulo > !!"
               ACCEPT WS-P
               GO TO P-RATEIO-FIM.
           IF CHE-CANCELADO
               DISPLAY (22 04) "!! < Titulo cancelado > !!"
               ACCEPT WS-P
               GO TO P-RATEIO-FIM.
           MOVE NUM-CHE TO WS-RT-DOC.
           MOVE VALOR-CHE TO WS-RT-VALOR.
           DISPLAY (04 34) DESCRI-CHE.
           MOVE WS-RT-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (05 04) "Valor do custo R$...=" WS-MOSTRA-VALOR.
           GO TO P-RATEIO-USADO.
       P-RATEIO-DIGITADO.
           DISPLAY (04 04) "Referencia (CT-e)...=".
           MOVE SPACES TO WS-RT-DOC.
           ACCEPT (04 26) WS-RT-DOC WITH PROMPT AUTO-SKIP.
           IF WS-RT-DOC = SPACES OR WS-RT-DOC = ZEROS
               GO TO P-RATEIO-FIM.
           DISPLAY (05 04) "Valor do custo R$...=".
           MOVE ZEROS TO WS-RT-VALOR.
           ACCEPT (05 26) WS-RT-VALOR WITH PROMPT AUTO-SKIP.
           IF WS-RT-VALOR = ZEROS
               GO TO P-RATEIO-FIM.
       P-RATEIO-USADO.
           PERFORM P-DOC-USADO THRU P-DOC-USADO-FIM.
           IF WS-RT-JA-USADO = "S"
               DISPLAY (22 04) "!! DOCUMENTO JA RATEADO NO KARDEX !!"
               ACCEPT WS-P
               GO TO P-RATEIO-FIM.
           PERFORM P-PEDE-TITULOS THRU P-PEDE-TITULOS-FIM.
           IF WS-TR-N = ZEROS
               GO TO P-RATEIO-FIM.
           DISPLAY (19 04) "Rateio por <V>alor ou <Q>tde..=".
           MOVE "V" TO WS-RT-CRIT.
           ACCEPT (19 36) WS-RT-CRIT WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-RT-CRIT = "q"
               MOVE "Q" TO WS-RT-CRIT.
           IF WS-RT-CRIT NOT = "Q"
               MOVE "V" TO WS-RT-CRIT.
           DISPLAY (22 04) "Lendo as entradas dos titulos...".
           PERFORM P-CARREGA-ENTRADAS THRU P-CARREGA-ENTRADAS-FIM.
           DISPLAY (22 04) WS-LIMPA.
           IF WS-RT-N = ZEROS
               DISPLAY (22 04) "!! TITULOS SEM ENTRADA NO ESTOQUE !!"
               ACCEPT WS-P
               GO TO P-RATEIO-FIM.
           IF WS-RT-CHEIO = "S"
               DISPLAY (21 04) "!! MAIS DE 300 ENTRADAS - SO AS 300"
                   " PRIMEIRAS !!"
               ACCEPT WS-P.
           PERFORM P-RATEIA THRU P-RATEIA-FIM.
           IF WS-RT-BASE = ZEROS
               DISPLAY (22 04) "!! ENTRADAS SEM BASE P/ O RATEIO !!"
               ACCEPT WS-P
               GO TO P-RATEIO-FIM.
           PERFORM P-CONFERE THRU P-CONFERE-FIM.
           DISPLAY (21 04) "Grava o rateio < S/N >? ".
           ACCEPT (21 29) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-RATEIO-FIM.
           OPEN EXTEND MOVEST.
           IF FS-MOVEST = "30"
               CLOSE MOVEST
               OPEN OUTPUT MOVEST
               CLOSE MOVEST
               OPEN EXTEND MOVEST.
           PERFORM P-APLICA-RATEIO THRU P-APLICA-RATEIO-FIM.
           CLOSE MOVEST.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (21 04) WS-RT-APLIC " produto(s) com o custo somado".
           IF WS-RT-SEM-SALDO NOT = ZEROS
               DISPLAY (22 04) WS-RT-SEM-SALDO
                   " sem saldo em estoque - parcela nao somada".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-RATEIO-FIM.

      *-----o documento ja foi rateado? (custo adicional no diario)----*
       P-DOC-USADO.
           MOVE "N" TO WS-RT-JA-USADO.
           OPEN INPUT MOVEST.
           IF FS-MOVEST NOT = "00"
               CLOSE MOVEST
               GO TO P-DOC-USADO-FIM.
       P-DOC-USADO-LER.
           READ MOVEST
               AT END
                   CLOSE MOVEST
                   GO TO P-DOC-USADO-FIM.
           IF MOV-CUSTO-ADIC AND MOV-NUM-CHE = WS-RT-DOC
               MOVE "S" TO WS-RT-JA-USADO
               CLOSE MOVEST
               GO TO P-DOC-USADO-FIM.
           GO TO P-DOC-USADO-LER.
       P-DOC-USADO-FIM.

      *-----titulos de mercadoria (ate 10) que absorvem o custo--------*
       P-PEDE-TITULOS.
           MOVE ZEROS TO WS-TR-N.
           DISPLAY (07 04) "Titulos da mercadoria (0=encerra):".
           MOVE 8 TO LIN.
       P-PEDE-TITULOS-LER.
           IF WS-TR-N = 10
               GO TO P-PEDE-TITULOS-FIM.
           MOVE ZEROS TO WS-CODIGO.
           ACCEPT (LIN, 06) WS-CODIGO WITH PROMPT AUTO-SKIP.
           DISPLAY (22 04) WS-LIMPA.
           IF WS-CODIGO = ZEROS
               GO TO P-PEDE-TITULOS-FIM.
           MOVE WS-CODIGO TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   DISPLAY (22 04) "!! < Titulo NAO Cadastrado > !!"
                   GO TO P-PEDE-TITULOS-LER.
           IF NUM-CHE = WS-RT-DOC
               DISPLAY (22 04) "!! E O PROPRIO TITULO DO FRETE !!"
               GO TO P-PEDE-TITULOS-LER.
           PERFORM P-TITULO-NA-LISTA.
           IF WS-TR-ACHOU = "S"
               DISPLAY (22 04) "!! TITULO JA INFORMADO !!"
               GO TO P-PEDE-TITULOS-LER.
           ADD 1 TO WS-TR-N.
           MOVE NUM-CHE TO WS-TR-NUM ( WS-TR-N ).
           DISPLAY (LIN, 14) DESCRI-CHE.
           ADD 1 TO LIN.
           GO TO P-PEDE-TITULOS-LER.
       P-PEDE-TITULOS-FIM.

      *-----NUM-CHE esta na lista de titulos da mercadoria?------------*
       P-TITULO-NA-LISTA.
           MOVE "N" TO WS-TR-ACHOU.
           MOVE ZEROS TO WS-TR-IX.
       P-TITULO-NA-LISTA-LOOP.
           ADD 1 TO WS-TR-IX.
           IF WS-TR-IX > WS-TR-N
               EXIT PARAGRAPH.
           IF WS-TR-NUM ( WS-TR-IX ) = NUM-CHE
               MOVE "S" TO WS-TR-ACHOU
               EXIT PARAGRAPH.
           GO TO P-TITULO-NA-LISTA-LOOP.

      *-----entradas de mercadoria (MERC02) dos titulos informados-----*
       P-CARREGA-ENTRADAS.
           MOVE ZEROS TO WS-RT-N.
           MOVE "N" TO WS-RT-CHEIO.
           OPEN INPUT MOVEST.
           IF FS-MOVEST NOT = "00"
               CLOSE MOVEST
               GO TO P-CARREGA-ENTRADAS-FIM.
       P-CARREGA-ENTRADAS-LER.
           READ MOVEST
               AT END
                   CLOSE MOVEST
                   GO TO P-CARREGA-ENTRADAS-FIM.
           IF NOT MOV-ENTRADA
               GO TO P-CARREGA-ENTRADAS-LER.
           MOVE MOV-NUM-CHE TO NUM-CHE.
           PERFORM P-TITULO-NA-LISTA.
           IF WS-TR-ACHOU NOT = "S"
               GO TO P-CARREGA-ENTRADAS-LER.
           IF WS-RT-N = 300
               MOVE "S" TO WS-RT-CHEIO
               GO TO P-CARREGA-ENTRADAS-LER.
           ADD 1 TO WS-RT-N.
           MOVE MOV-PROD-COD TO WS-RT-PROD ( WS-RT-N ).
           MOVE MOV-NUM-CHE TO WS-RT-NUM-CHE ( WS-RT-N ).
           MOVE MOV-QTDE TO WS-RT-QTDE ( WS-RT-N ).
           MOVE MOV-VALOR TO WS-RT-VLR ( WS-RT-N ).
           GO TO P-CARREGA-ENTRADAS-LER.
       P-CARREGA-ENTRADAS-FIM.

      *-----parcela de cada entrada: valor x base da entrada / base----*
      *-----total, truncada; a ultima leva a sobra dos centavos--------*
       P-RATEIA.
           MOVE ZEROS TO WS-RT-BASE.
           MOVE ZEROS TO WS-RT-IX.
       P-RATEIA-BASE.
           ADD 1 TO WS-RT-IX.
           IF WS-RT-IX > WS-RT-N
               GO TO P-RATEIA-PARC.
           IF WS-RT-CRIT = "Q"
               ADD WS-RT-QTDE ( WS-RT-IX ) TO WS-RT-BASE
           ELSE
               ADD WS-RT-VLR ( WS-RT-IX ) TO WS-RT-BASE.
           GO TO P-RATEIA-BASE.
       P-RATEIA-PARC.
           IF WS-RT-BASE = ZEROS
               GO TO P-RATEIA-FIM.
           MOVE ZEROS TO WS-RT-SOMA.
           MOVE ZEROS TO WS-RT-IX.
       P-RATEIA-LOOP.
           ADD 1 TO WS-RT-IX.
           IF WS-RT-IX > WS-RT-N
               GO TO P-RATEIA-FIM.
           IF WS-RT-IX = WS-RT-N
               COMPUTE WS-RT-PARC ( WS-RT-IX ) =
                   WS-RT-VALOR - WS-RT-SOMA
               GO TO P-RATEIA-FIM.
           IF WS-RT-CRIT = "Q"
               COMPUTE WS-RT-PARC ( WS-RT-IX ) =
                   WS-RT-VALOR * WS-RT-QTDE ( WS-RT-IX ) / WS-RT-BASE
           ELSE
               COMPUTE WS-RT-PARC ( WS-RT-IX ) =
                   WS-RT-VALOR * WS-RT-VLR ( WS-RT-IX ) / WS-RT-BASE.
           ADD WS-RT-PARC ( WS-RT-IX ) TO WS-RT-SOMA.
           GO TO P-RATEIA-LOOP.
       P-RATEIA-FIM.

      *-----conferencia antes de gravar: tela e MERC23.TXT-------------*
       P-CONFERE.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC23".
           OPEN OUTPUT ARQSAID.
           MOVE WS-RT-DOC TO TIT-DOC.
           MOVE WS-RT-VALOR TO TIT-VALOR.
           IF WS-RT-CRIT = "Q"
               MOVE "quantidade" TO TIT-CRIT
           ELSE
               MOVE "valor" TO TIT-CRIT.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CAB.
           DISPLAY (02 01) LINHA-TITULO.
           DISPLAY (04 01) LINHA-CAB.
           MOVE 6 TO LIN.
           MOVE ZEROS TO WS-RT-IX.
       P-CONFERE-LOOP.
           ADD 1 TO WS-RT-IX.
           IF WS-RT-IX > WS-RT-N
               GO TO P-CONFERE-TOTAL.
           MOVE WS-RT-NUM-CHE ( WS-RT-IX ) TO TIT-DET.
           MOVE WS-RT-PROD ( WS-RT-IX ) TO PROD-DET.
           IF WS-RT-CRIT = "Q"
               MOVE WS-RT-QTDE ( WS-RT-IX ) TO BASE-DET
           ELSE
               MOVE WS-RT-VLR ( WS-RT-IX ) TO BASE-DET.
           MOVE WS-RT-PARC ( WS-RT-IX ) TO PARC-DET.
           MOVE SPACES TO DESCR-DET.
           MOVE ZEROS TO CM-DET.
           MOVE SPACES TO OBS-DET.
           MOVE WS-RT-PROD ( WS-RT-IX ) TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO DESCR-DET
               NOT INVALID KEY
                   MOVE PROD-DESCR TO DESCR-DET
                   MOVE PROD-CUSTO-MEDIO TO CM-DET
                   IF PROD-QTDE = ZEROS
                       MOVE "S/SALDO" TO OBS-DET
                   END-IF
           END-READ.
           WRITE REG-ARQSAID FROM LINHA-DET.
           DISPLAY (LIN, 01) LINHA-DET.
           PERFORM P-AVANCA.
           GO TO P-CONFERE-LOOP.
       P-CONFERE-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           MOVE SPACES TO WS-RARQ-FILTRO.
           STRING "Rateio do documento " WS-RT-DOC " criterio "
                  WS-RT-CRIT " (V=valor Q=quantidade)"
                  DELIMITED BY SIZE INTO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           DISPLAY (20 04) WS-RT-N
               " entrada(s) - detalhe em MERC23.TXT".
       P-CONFERE-FIM.

      *-----soma a parcela ao custo medio e grava o custo adicional----*
      *-----no diario; produto sem saldo nao tem onde absorver---------*
       P-APLICA-RATEIO.
           MOVE ZEROS TO WS-RT-APLIC.
           MOVE ZEROS TO WS-RT-SEM-SALDO.
           MOVE ZEROS TO WS-RT-IX.
       P-APLICA-RATEIO-LOOP.
           ADD 1 TO WS-RT-IX.
           IF WS-RT-IX > WS-RT-N
               GO TO P-APLICA-RATEIO-FIM.
           IF WS-RT-PARC ( WS-RT-IX ) = ZEROS
               GO TO P-APLICA-RATEIO-LOOP.
           MOVE WS-RT-PROD ( WS-RT-IX ) TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   GO TO P-APLICA-RATEIO-LOOP.
           IF PROD-QTDE = ZEROS
               ADD 1 TO WS-RT-SEM-SALDO
               GO TO P-APLICA-RATEIO-LOOP.
           COMPUTE WS-VALOR-ESTQ =
               ( PROD-QTDE * PROD-CUSTO-MEDIO )
               + WS-RT-PARC ( WS-RT-IX ).
           COMPUTE PROD-CUSTO-MEDIO ROUNDED = WS-VALOR-ESTQ / PROD-QTDE.
           REWRITE REG-ESTOQUE.
           MOVE PROD-COD   TO MOV-PROD-COD.
           MOVE "C"        TO MOV-TIPO.
           MOVE DIA        TO MOV-DIA.
           MOVE MES        TO MOV-MES.
           MOVE ANO        TO MOV-ANO.
           MOVE ZEROS      TO MOV-QTDE.
           MOVE WS-RT-PARC ( WS-RT-IX ) TO MOV-VALOR.
           MOVE WS-RT-DOC  TO MOV-NUM-CHE.
           MOVE WS-OPER-ATUAL TO MOV-OPER-COD.
           WRITE REG-MOVEST.
           ADD 1 TO WS-RT-APLIC.
           GO TO P-APLICA-RATEIO-LOOP.
       P-APLICA-RATEIO-FIM.

       P-AVANCA.
           ADD 1 TO LIN.
           IF LIN > 19
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT (23 25) WS-P WITH AUTO-SKIP
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (05 00) ERASE
               MOVE 6 TO LIN.

       P-FIM.
           CLOSE ESTOQUE BANCO.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO36.COM".

      *-----------------------------------------------------------*
      * Empresa da sessao: BANCO.COM grava em SESSAO.DAT qual      *
      * empresa foi escolhida na abertura do sistema e qual        *
      * arquivo de movimento (BCO.DAT / BCOnn.DAT) lhe pertence -  *
      * le aqui antes de abrir o movimento, p/ os lancamentos das  *
      * empresas nunca se misturarem.                              *
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
           IF SESSAO-ARQ-BCO NOT = SPACES
               MOVE SESSAO-ARQ-BCO TO WS-ARQ-BCO.
           MOVE SESSAO-EMPRESA-COD TO WS-EMPRESA-ATUAL.
           MOVE SESSAO-OPER-COD TO WS-OPER-ATUAL.
           CLOSE SESSAO.

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
           MOVE "MERC23" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "MERC23.TXT" TO RARQ-ARQUIVO.
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
