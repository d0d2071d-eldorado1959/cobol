       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MERC15.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    DEVOLUCAO DE COMPRA AO FORNECEDOR
      *    Entrega que chega avariada ou perto do vencimento volta
      *    p/ o fornecedor - mas o ESTOQUE.DAT nunca via a saida e
      *    o titulo em BCO.DAT continuava com o valor cheio. Aqui o
      *    operador informa o NUM-CHE do titulo do recebimento
      *    (o mesmo do MERC02), e para cada produto devolvido o
      *    programa confere contra o que foi recebido naquele
      *    titulo (entradas "E" do MOVEST.DAT menos devolucoes ja
      *    feitas), tira a quantidade do estoque e do lote, grava
      *    a saida "S" no diario ao custo do recebimento e:
      *      - titulo em aberto: abate o valor no proprio titulo
      *        (DESC-CHE, como o desconto da baixa do BANCO05),
      *        com a imagem anterior em HIST.DAT, e grava o
      *        abatimento em ABATIT.DAT (origem "R") p/ o BANCO22
      *        nao lancar a devolucao como desconto obtido;
      *      - titulo ja pago (ou o que sobrar do abatimento):
      *        vira credito do fornecedor em ADIANT.DAT, que o
      *        BANCO05 oferece na baixa da proxima fatura.
      *    Cada produto devolvido fica em DEVOL.DAT p/ a lista
      *    mensal (MERC16) e o desempenho de fornecedor (PED03).
      *    Chamado pelo menu de Estoque (BANCO36, opcao 15).
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
           SELECT LOTEST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-CHAVE
                  FILE STATUS IS FS-LOTEST.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FORN-COD
                  FILE STATUS IS FS-FORN.
           SELECT ADIANT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ADT-CHAVE
                  ALTERNATE RECORD KEY IS ADT-FORN-COD
                      WITH DUPLICATES
                  FILE STATUS IS FS-ADIANT.
           SELECT ABATIT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ABT-CHAVE
                  FILE STATUS IS FS-ABT.
           SELECT DEVOL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-DEVOL.
           SELECT HIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-HIST.

       DATA DIVISION.
       FILE SECTION.
       COPY ESTQMAST.

       COPY BCOMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       COPY MOVESTMAST.

       COPY LOTESTMAST.

       COPY FORNMAST.

       COPY ADIANTMAST.

       COPY ABATMAST.

       COPY DEVOLMAST.

       COPY HISTMAST.

       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-MOVEST          PIC X(12) VALUE "MOVEST.DAT".
       77 WS-ARQ-HIST            PIC X(12) VALUE "HIST.DAT".
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
       77 FS-LOTEST             PIC XX.
       77 FS-FORN               PIC XX.
       77 FS-ADIANT             PIC XX.
       77 FS-ABT                PIC XX.
       77 WS-ABT-SEQ            PIC 9(03) VALUE ZEROS.
       77 FS-DEVOL              PIC XX.
       77 FS-HIST               PIC XX.
       77 WS-TEM-FORN           PIC X VALUE "N".
       88 TEM-FORN-88           VALUE "S".
      *-----fornecedor do titulo (pelo nome do favorecido)--------------*
       77 WS-FORN-COD           PIC 9(03) VALUE ZEROS.
      *-----o que o titulo recebeu do produto e o que ja voltou--------*
       77 WS-QTDE-RECEB         PIC 9(07)V999 VALUE ZEROS.
       77 WS-VALOR-RECEB        PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-JA-DEVOL      PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTDE-SALDO         PIC S9(07)V999 VALUE ZEROS.
       77 WS-CUSTO-UNID         PIC 9(08)V99 VALUE ZEROS.
      *-----valor da devolucao e o seu destino--------------------------*
       77 WS-VALOR-DEVOL        PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-TIT          PIC S9(11)V99 VALUE ZEROS.
       77 WS-ABATIDO            PIC 9(09)V99 VALUE ZEROS.
       77 WS-CREDITO            PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-ABATIDO        PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-CREDITO        PIC 9(11)V99 VALUE ZEROS.
       77 WS-MOTIVO             PIC X VALUE SPACES.
       88 MOTIVO-88             VALUE "A" "V" "O".
       77 WS-OPERACAO           PIC X VALUE SPACES.
       01 WS-VALID-ENT.
           03 WS-VALID-DIA      PIC 99.
           03 WS-VALID-MES      PIC 99.
           03 WS-VALID-ANO      PIC 9(04).
       01 WS-DATA-CONF.
           03 DIA-C             PIC 99.
           03 MES-C             PIC 99.
           03 ANO-C             PIC 9(04).
       77 WS-P                  PIC X VALUE SPACES.
       77 WS-LIMPA              PIC X(40) VALUE SPACES.
       77 WS-CODIGO             PIC 9(06) VALUE ZEROS.
       77 WS-PROD               PIC 9(04) VALUE ZEROS.
       77 WS-QTDE               PIC 9(06)V999 VALUE ZEROS.
       77 WS-ITENS              PIC 9(03) VALUE ZEROS.
       77 WS-MOSTRA-VALOR       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-QTDE        PIC Z.ZZZ.ZZ9,999 VALUE ZEROS.

       01 WS-CHAVE-BUF          PIC X(06) VALUE ZEROS.
       01 WS-CHAVE-BUF-R REDEFINES WS-CHAVE-BUF.
           03 WS-CHAVE-ANO      PIC 99.
           03 WS-CHAVE-SEQ      PIC 9(04).

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /  ".
           02 LINE 01 COLUMN 70 VALUE "MERC15" BLINK.
           02 LINE 03 COLUMN 20 VALUE " Devolucao de Compra "
               BLINK.
           02 LINE 05 COLUMN 04 VALUE "Titulo do Recebimento=".
           02 LINE 06 COLUMN 04 VALUE "Favorecido..........=".
           02 LINE 07 COLUMN 04 VALUE "Saldo do Titulo.....=".
           02 LINE 09 COLUMN 04 VALUE "Produto (0=Encerra).=".
           02 LINE 10 COLUMN 04 VALUE "Descricao...........=".
           02 LINE 11 COLUMN 04 VALUE "Recebido no titulo..=".
           02 LINE 12 COLUMN 04 VALUE "Ja devolvido........=".
           02 LINE 13 COLUMN 04 VALUE "Qtde Devolvida......=".
           02 LINE 14 COLUMN 04 VALUE "Motivo A/V/O........=".
           02 LINE 14 COLUMN 30 VALUE
               "A=Avaria V=Validade O=Outro".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE NOT = "00"
               DISPLAY (22 04) "!! ESTOQUE NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE ESTOQUE
               DISPLAY (01 01) ERASE
               CHAIN "BANCO36.COM".
           OPEN I-O BANCO.
           IF FS NOT = "00"
               DISPLAY (22 04) "!! MOVIMENTO (BCO) NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE ESTOQUE BANCO
               DISPLAY (01 01) ERASE
               CHAIN "BANCO36.COM".
           OPEN EXTEND MOVEST.
           IF FS-MOVEST = "30"
               CLOSE MOVEST
               OPEN OUTPUT MOVEST
               CLOSE MOVEST
               OPEN EXTEND MOVEST.
           OPEN I-O LOTEST.
           IF FS-LOTEST = "30"
               CLOSE LOTEST
               OPEN OUTPUT LOTEST
               CLOSE LOTEST
               OPEN I-O LOTEST.
           OPEN INPUT FORN.
           IF FS-FORN = "00"
               MOVE "S" TO WS-TEM-FORN
           ELSE
               CLOSE FORN.
           OPEN I-O ADIANT.
           IF FS-ADIANT = "30"
               CLOSE ADIANT
               OPEN OUTPUT ADIANT
               CLOSE ADIANT
               OPEN I-O ADIANT.
           OPEN I-O ABATIT.
           IF FS-ABT = "30"
               CLOSE ABATIT
               OPEN OUTPUT ABATIT
               CLOSE ABATIT
               OPEN I-O ABATIT.
           OPEN EXTEND DEVOL.
           IF FS-DEVOL = "30"
               CLOSE DEVOL
               OPEN OUTPUT DEVOL
               CLOSE DEVOL
               OPEN EXTEND DEVOL.
           OPEN EXTEND HIST.
           IF FS-HIST = "30"
               CLOSE HIST
               OPEN OUTPUT HIST
               CLOSE HIST
               OPEN EXTEND HIST.
           PERFORM P-DATA.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           MOVE ZEROS TO WS-ITENS.
           MOVE ZEROS TO WS-TOT-ABATIDO.
           MOVE ZEROS TO WS-TOT-CREDITO.
       P04-CODIGO.
           ACCEPT (05 27) WS-CODIGO WITH PROMPT AUTO-SKIP.
           IF WS-CODIGO = ZEROS PERFORM P-FIM.
           MOVE WS-CODIGO TO NUM-CHE.
           READ BANCO
               INVALID KEY
               DISPLAY (22 04) "!! < Titulo NAO Cadastrado > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               DISPLAY (23 04) WS-LIMPA
               GO TO P04-CODIGO.
      *     So a faixa de titulos (5000-9999) recebe mercadoria.
           MOVE NUM-CHE TO WS-CHAVE-BUF.
           IF WS-CHAVE-SEQ < 5000
               DISPLAY (22 04) "!! < Documento NAO e um Titulo > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               DISPLAY (23 04) WS-LIMPA
               GO TO P04-CODIGO.
           IF CHE-CANCELADO
               DISPLAY (22 04) "!! < Titulo cancelado > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               DISPLAY (23 04) WS-LIMPA
               GO TO P04-CODIGO.
           DISPLAY (06 26) DESCRI-CHE.
           PERFORM P-MOSTRA-SALDO-TIT.
           PERFORM P-ACHA-FORN THRU P-ACHA-FORN-FIM.
           IF WS-FORN-COD = ZEROS
               DISPLAY (21 04)
                   "Favorecido sem cadastro: credito nao sera"
               DISPLAY (22 04)
                   "oferecido na baixa - so o abatimento no titulo"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               DISPLAY (21 04) WS-LIMPA
               DISPLAY (22 04) WS-LIMPA
               DISPLAY (23 04) WS-LIMPA.

      *-----um produto por vez, ate o operador encerrar com 0----------*
       P-ITEM.
           DISPLAY (10 26) WS-LIMPA.
           DISPLAY (11 26) "       ".
           DISPLAY (12 26) "       ".
           DISPLAY (13 26) "      ".
           DISPLAY (14 26) " ".
           ACCEPT (09 26) WS-PROD WITH PROMPT AUTO-SKIP.
           IF WS-PROD = ZEROS
               PERFORM P-RESUMO
               GO TO P01-TELA-1.
           MOVE WS-PROD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   DISPLAY (22 04) "!! PRODUTO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-ITEM.
           DISPLAY (10 26) PROD-DESCR.
           PERFORM P-RECEBIDO-TITULO THRU P-RECEBIDO-TITULO-FIM.
           IF WS-QTDE-RECEB = ZEROS
               DISPLAY (22 04) "!! PRODUTO NAO RECEBIDO NESTE TITULO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-ITEM.
           MOVE WS-QTDE-RECEB TO WS-MOSTRA-QTDE.
           DISPLAY (11 26) WS-MOSTRA-QTDE.
           MOVE WS-QTDE-JA-DEVOL TO WS-MOSTRA-QTDE.
           DISPLAY (12 26) WS-MOSTRA-QTDE.
           COMPUTE WS-QTDE-SALDO = WS-QTDE-RECEB - WS-QTDE-JA-DEVOL.
           IF WS-QTDE-SALDO NOT > ZEROS
               DISPLAY (22 04) "!! TUDO O RECEBIDO JA FOI DEVOLVIDO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-ITEM.
      *     custo do recebimento por unidade de venda
           COMPUTE WS-CUSTO-UNID ROUNDED =
               WS-VALOR-RECEB / WS-QTDE-RECEB.
           MOVE ZEROS TO WS-QTDE.
           ACCEPT (13 26) WS-QTDE WITH PROMPT AUTO-SKIP.
           IF WS-QTDE = ZEROS
               GO TO P-ITEM.
           IF WS-QTDE > WS-QTDE-SALDO
               DISPLAY (22 04) "!! MAIOR QUE O SALDO RECEBIDO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-ITEM.
       P-ITEM-MOTIVO.
           ACCEPT (14 26) WS-MOTIVO WITH PROMPT AUTO-SKIP.
           IF WS-MOTIVO = "a" MOVE "A" TO WS-MOTIVO.
           IF WS-MOTIVO = "v" MOVE "V" TO WS-MOTIVO.
           IF WS-MOTIVO = "o" MOVE "O" TO WS-MOTIVO.
           IF NOT MOTIVO-88
               GO TO P-ITEM-MOTIVO.
           COMPUTE WS-VALOR-DEVOL ROUNDED = WS-QTDE * WS-CUSTO-UNID.
           MOVE WS-VALOR-DEVOL TO WS-MOSTRA-VALOR.
           DISPLAY (16 04) "Valor da devolucao..= " WS-MOSTRA-VALOR.
           DISPLAY (17 04) "Confirma < S/N >? ".
           ACCEPT (17 23) WS-P WITH PROMPT AUTO-SKIP.
           DISPLAY (16 04) WS-LIMPA.
           DISPLAY (17 04) WS-LIMPA.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-ITEM.
           IF PROD-QTDE > WS-QTDE
               SUBTRACT WS-QTDE FROM PROD-QTDE
           ELSE
               MOVE ZEROS TO PROD-QTDE.
           REWRITE REG-ESTOQUE.
           PERFORM P-BAIXA-LOTE THRU P-BAIXA-LOTE-FIM.
           PERFORM P-GRAVA-MOVEST.
           PERFORM P-ABATE-TITULO THRU P-ABATE-TITULO-FIM.
           PERFORM P-GRAVA-CREDITO THRU P-GRAVA-CREDITO-FIM.
           PERFORM P-GRAVA-DEVOL.
           ADD 1 TO WS-ITENS.
           ADD WS-ABATIDO TO WS-TOT-ABATIDO.
           ADD WS-CREDITO TO WS-TOT-CREDITO.
           PERFORM P-MOSTRA-SALDO-TIT.
           DISPLAY (22 04) "Devolucao gravada - estoque " PROD-QTDE.
           GO TO P-ITEM.

      *-----saldo em aberto do titulo: o que ainda falta pagar---------*
       P-MOSTRA-SALDO-TIT.
           COMPUTE WS-SALDO-TIT = VALOR-CHE + JUROS-PAGO-CHE
                                - VALOR-PAGO - DESC-CHE.
           IF DATA-CONF NOT = ZEROS OR WS-SALDO-TIT < ZEROS
               MOVE ZEROS TO WS-SALDO-TIT.
           MOVE WS-SALDO-TIT TO WS-MOSTRA-VALOR.
           DISPLAY (07 26) WS-MOSTRA-VALOR.
           IF DATA-CONF NOT = ZEROS
               DISPLAY (07 42) "(PAGO - devolucao vira credito)".

      *-----fornecedor do titulo: o cadastro e achado pelo nome--------*
      *-----do favorecido, como no BANCO05------------------------------*
       P-ACHA-FORN.
           MOVE ZEROS TO WS-FORN-COD.
           IF NOT TEM-FORN-88
               GO TO P-ACHA-FORN-FIM.
           MOVE ZEROS TO FORN-COD.
           START FORN KEY IS NOT LESS THAN FORN-COD
               INVALID KEY
                   GO TO P-ACHA-FORN-FIM.
       P-ACHA-FORN-LER.
           READ FORN NEXT RECORD
               AT END
                   GO TO P-ACHA-FORN-FIM.
           IF FORN-NOME NOT = DESCRI-CHE
               GO TO P-ACHA-FORN-LER.
           MOVE FORN-COD TO WS-FORN-COD.
       P-ACHA-FORN-FIM.

      *-----o que o titulo trouxe do produto: entradas "E" do diario--*
      *-----amarradas ao NUM-CHE, e as devolucoes "S" ja feitas--------*
       P-RECEBIDO-TITULO.
           MOVE ZEROS TO WS-QTDE-RECEB.
           MOVE ZEROS TO WS-VALOR-RECEB.
           MOVE ZEROS TO WS-QTDE-JA-DEVOL.
           CLOSE MOVEST.
           OPEN INPUT MOVEST.
           IF FS-MOVEST NOT = "00"
               CLOSE MOVEST
               OPEN EXTEND MOVEST
               GO TO P-RECEBIDO-TITULO-FIM.
       P-RECEBIDO-TITULO-LER.
           READ MOVEST
               AT END
                   CLOSE MOVEST
                   OPEN EXTEND MOVEST
                   GO TO P-RECEBIDO-TITULO-FIM.
           IF MOV-NUM-CHE NOT = NUM-CHE
                   OR MOV-PROD-COD NOT = PROD-COD
               GO TO P-RECEBIDO-TITULO-LER.
           IF MOV-ENTRADA
               ADD MOV-QTDE TO WS-QTDE-RECEB
               ADD MOV-VALOR TO WS-VALOR-RECEB.
           IF MOV-SAIDA
               SUBTRACT MOV-QTDE FROM WS-QTDE-JA-DEVOL.
           GO TO P-RECEBIDO-TITULO-LER.
       P-RECEBIDO-TITULO-FIM.

      *-----lote de validade devolvido (0 = nao perecivel / sem lote)-*
       P-BAIXA-LOTE.
           DISPLAY (15 04) "Validade DD MM AAAA =   /  /    ".
           MOVE ZEROS TO WS-VALID-ENT.
           ACCEPT (15 26) WS-VALID-DIA WITH PROMPT AUTO-SKIP.
           IF WS-VALID-DIA = ZEROS
               DISPLAY (15 04) WS-LIMPA
               GO TO P-BAIXA-LOTE-FIM.
           ACCEPT (15 29) WS-VALID-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (15 32) WS-VALID-ANO WITH PROMPT AUTO-SKIP.
           DISPLAY (15 04) WS-LIMPA.
           MOVE PROD-COD TO LOT-PROD.
           MOVE WS-VALID-ANO TO LOT-VAL-ANO.
           MOVE WS-VALID-MES TO LOT-VAL-MES.
           MOVE WS-VALID-DIA TO LOT-VAL-DIA.
           READ LOTEST
               INVALID KEY
                   DISPLAY (22 04) "!! LOTE NAO ENCONTRADO - so estoque"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-BAIXA-LOTE-FIM.
           IF LOT-QTDE > WS-QTDE
               SUBTRACT WS-QTDE FROM LOT-QTDE
           ELSE
               MOVE ZEROS TO LOT-QTDE.
           REWRITE REG-LOTEST.
       P-BAIXA-LOTE-FIM.

      *-----registro do diario de estoque: saida amarrada ao titulo---*
       P-GRAVA-MOVEST.
           MOVE PROD-COD   TO MOV-PROD-COD.
           MOVE "S"        TO MOV-TIPO.
           MOVE DIA        TO MOV-DIA.
           MOVE MES        TO MOV-MES.
           MOVE ANO        TO MOV-ANO.
           COMPUTE MOV-QTDE = ZEROS - WS-QTDE.
           MOVE WS-VALOR-DEVOL TO MOV-VALOR.
           MOVE NUM-CHE    TO MOV-NUM-CHE.
           MOVE WS-OPER-ATUAL TO MOV-OPER-COD.
           WRITE REG-MOVEST.

      *-----------------------------------------------------------*
      * Titulo ainda em aberto: a devolucao abate o saldo, ate o   *
      * limite do que falta pagar, em DESC-CHE (o documento fecha  *
      * com VALOR-PAGO + DESC-CHE = VALOR-CHE, como no desconto    *
      * do BANCO05). Zerou o saldo, o titulo fica baixado. O que   *
      * passar do saldo vai p/ credito (WS-CREDITO).               *
      *-----------------------------------------------------------*
       P-ABATE-TITULO.
           MOVE ZEROS TO WS-ABATIDO.
           MOVE WS-VALOR-DEVOL TO WS-CREDITO.
           MOVE WS-CODIGO TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   GO TO P-ABATE-TITULO-FIM.
           IF DATA-CONF NOT = ZEROS OR CHE-CANCELADO
               GO TO P-ABATE-TITULO-FIM.
           COMPUTE WS-SALDO-TIT = VALOR-CHE + JUROS-PAGO-CHE
                                - VALOR-PAGO - DESC-CHE.
           IF WS-SALDO-TIT NOT > ZEROS
               GO TO P-ABATE-TITULO-FIM.
           IF WS-VALOR-DEVOL > WS-SALDO-TIT
               MOVE WS-SALDO-TIT TO WS-ABATIDO
           ELSE
               MOVE WS-VALOR-DEVOL TO WS-ABATIDO.
           SUBTRACT WS-ABATIDO FROM WS-CREDITO.
           MOVE "R" TO WS-OPERACAO.
           PERFORM P-GRAVA-HIST.
           ADD WS-ABATIDO TO DESC-CHE.
           IF VALOR-PAGO + DESC-CHE NOT < VALOR-CHE + JUROS-PAGO-CHE
               MOVE DIA TO DIA-C
               MOVE MES TO MES-C
               MOVE ANO TO ANO-C
               MOVE WS-DATA-CONF TO DATA-CONF.
           PERFORM P-REWRITE-BCO.
           PERFORM P-GRAVA-ABATIT THRU P-GRAVA-ABATIT-FIM.
       P-ABATE-TITULO-FIM.

      *-----------------------------------------------------------*
      * O abatido entra em ABATIT.DAT (origem "R", ref = produto)  *
      * na sequencia seguinte a ultima do titulo: DESC-CHE junta   *
      * desconto e abatimentos, e o BANCO22 separa por aqui.       *
      *-----------------------------------------------------------*
       P-GRAVA-ABATIT.
           MOVE ZEROS TO WS-ABT-SEQ.
           MOVE WS-EMPRESA-ATUAL TO ABT-EMPRESA.
           MOVE NUM-CHE TO ABT-NUM-CHE.
           MOVE ZEROS TO ABT-SEQ.
           START ABATIT KEY IS NOT LESS THAN ABT-CHAVE
               INVALID KEY
                   GO TO P-GRAVA-ABATIT-NOVA.
       P-GRAVA-ABATIT-ULT.
           READ ABATIT NEXT RECORD
               AT END
                   GO TO P-GRAVA-ABATIT-NOVA.
           IF ABT-EMPRESA NOT = WS-EMPRESA-ATUAL
                   OR ABT-NUM-CHE NOT = NUM-CHE
               GO TO P-GRAVA-ABATIT-NOVA.
           MOVE ABT-SEQ TO WS-ABT-SEQ.
           GO TO P-GRAVA-ABATIT-ULT.
       P-GRAVA-ABATIT-NOVA.
           ADD 1 TO WS-ABT-SEQ.
           MOVE WS-EMPRESA-ATUAL TO ABT-EMPRESA.
           MOVE NUM-CHE       TO ABT-NUM-CHE.
           MOVE WS-ABT-SEQ    TO ABT-SEQ.
           MOVE "R"           TO ABT-ORIGEM.
           MOVE WS-PROD       TO ABT-REF.
           MOVE WS-ABATIDO    TO ABT-VALOR.
           COMPUTE ABT-DATA = ANO * 10000 + MES * 100 + DIA.
           MOVE WS-OPER-ATUAL TO ABT-OPER-COD.
           WRITE REG-ABATIT
               INVALID KEY
                   DISPLAY (22 04) "!! ERRO GRAVANDO ABATIT.DAT !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA.
       P-GRAVA-ABATIT-FIM.

      *-----------------------------------------------------------*
      * Titulo ja pago (ou sobra do abatimento): credito do        *
      * fornecedor em ADIANT.DAT, na chave do proprio titulo - se  *
      * o titulo era um adiantamento ou ja teve devolucao, soma no *
      * registro que existe; o BANCO05 oferece o credito na baixa  *
      * da proxima fatura do mesmo fornecedor.                     *
      *-----------------------------------------------------------*
       P-GRAVA-CREDITO.
           IF WS-CREDITO = ZEROS
               GO TO P-GRAVA-CREDITO-FIM.
           MOVE WS-EMPRESA-ATUAL TO ADT-EMPRESA.
           MOVE WS-CODIGO TO ADT-NUM-CHE.
           READ ADIANT
               INVALID KEY
                   GO TO P-GRAVA-CREDITO-NOVO.
           ADD WS-CREDITO TO ADT-DEVOLVIDO.
           MOVE "A" TO ADT-SITUACAO.
           REWRITE REG-ADIANT.
           GO TO P-GRAVA-CREDITO-FIM.
       P-GRAVA-CREDITO-NOVO.
           MOVE WS-EMPRESA-ATUAL TO ADT-EMPRESA.
           MOVE WS-CODIGO        TO ADT-NUM-CHE.
           MOVE WS-FORN-COD      TO ADT-FORN-COD.
           COMPUTE ADT-DATA = ANO * 10000 + MES * 100 + DIA.
           MOVE ZEROS            TO ADT-VALOR.
           MOVE ZEROS            TO ADT-CONSUMIDO.
           MOVE "A"              TO ADT-SITUACAO.
           MOVE WS-OPER-ATUAL    TO ADT-OPER-COD.
           MOVE "D"              TO ADT-ORIGEM.
           MOVE WS-CREDITO       TO ADT-DEVOLVIDO.
           WRITE REG-ADIANT.
       P-GRAVA-CREDITO-FIM.

      *-----um registro por produto devolvido (MERC16 / PED03)---------*
       P-GRAVA-DEVOL.
           MOVE WS-EMPRESA-ATUAL TO DEV-EMPRESA.
           MOVE WS-CODIGO        TO DEV-NUM-CHE.
           MOVE WS-FORN-COD      TO DEV-FORN-COD.
           MOVE PEDIDO-CHE       TO DEV-PEDIDO.
           MOVE ANO              TO DEV-ANO.
           MOVE MES              TO DEV-MES.
           MOVE DIA              TO DEV-DIA.
           MOVE PROD-COD         TO DEV-PROD.
           MOVE WS-QTDE          TO DEV-QTDE.
           MOVE WS-CUSTO-UNID    TO DEV-CUSTO-UNID.
           MOVE WS-VALOR-DEVOL   TO DEV-VALOR.
           MOVE WS-MOTIVO        TO DEV-MOTIVO.
           MOVE WS-ABATIDO       TO DEV-ABATIDO.
           MOVE WS-CREDITO       TO DEV-CREDITO.
           MOVE WS-OPER-ATUAL    TO DEV-OPER-COD.
           WRITE REG-DEVOL.

      *-----fim do titulo: quanto abateu e quanto virou credito--------*
       P-RESUMO.
           IF WS-ITENS = ZEROS
               EXIT PARAGRAPH.
           DISPLAY (19 04) WS-ITENS " item(ns) devolvido(s)".
           MOVE WS-TOT-ABATIDO TO WS-MOSTRA-VALOR.
           DISPLAY (20 04) "Abatido no titulo R$ " WS-MOSTRA-VALOR.
           MOVE WS-TOT-CREDITO TO WS-MOSTRA-VALOR.
           DISPLAY (21 04) "Credito fornecedor R$ " WS-MOSTRA-VALOR.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.

       P-GRAVA-HIST.
           MOVE NUM-CHE        TO HIST-NUM-CHE.
           MOVE WS-OPERACAO    TO HIST-OPERACAO.
           MOVE DIA            TO HIST-DIA-MOV.
           MOVE MES            TO HIST-MES-MOV.
           MOVE ANO            TO HIST-ANO-MOV.
           MOVE CONTA-CHE      TO HIST-CONTA-CHE.
           MOVE DESCRI-CHE     TO HIST-DESCRI-CHE.
           MOVE DIA-CHE        TO HIST-DIA-CHE.
           MOVE MES-CHE        TO HIST-MES-CHE.
           MOVE ANO-CHE        TO HIST-ANO-CHE.
           MOVE VALOR-CHE      TO HIST-VALOR-CHE.
           MOVE OBS-CHE        TO HIST-OBS-CHE.
           MOVE INSCR-CHE      TO HIST-INSCR-CHE.
           MOVE RECEBIDO-CHE   TO HIST-RECEBIDO-CHE.
           MOVE DATA-CONF      TO HIST-DATA-CONF.
           MOVE VALOR-PAGO     TO HIST-VALOR-PAGO.
           MOVE MEMO-CHE       TO HIST-MEMO-CHE.
           MOVE CANCEL-CHE     TO HIST-CANCEL-CHE.
           MOVE PIX-E2E-CHE    TO HIST-PIX-E2E-CHE.
           MOVE ZEROS          TO HIST-VALOR-REVERSAO.
           MOVE WS-OPER-ATUAL TO HIST-OPER-COD.
           MOVE WS-EMPRESA-ATUAL TO HIST-EMPRESA.
           WRITE REG-HIST.

      *-----------------------------------------------------------*
      * BCO.DAT e compartilhado por varios programas/terminais -   *
      * registro travado por outra sessao (FS = "51"): avisa e     *
      * tenta de novo.                                             *
      *-----------------------------------------------------------*
       P-REWRITE-BCO.
           REWRITE REG-BCO.
           IF FS = "51"
               PERFORM P-BCO-OCUPADO
               GO TO P-REWRITE-BCO.

       P-BCO-OCUPADO.
           DISPLAY (21 04) "!! REGISTRO EM USO POR OUTRO TERMINAL !!".
           DISPLAY (23 04) "Tecle < ENTER > para tentar novamente".
           ACCEPT WS-P.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (23 04) WS-LIMPA.

       P-DATA.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           DISPLAY (02 70) DIA.
           DISPLAY (02 73) MES.
           DISPLAY (02 76) ANO.

       P-FIM.
           CLOSE ESTOQUE BANCO MOVEST LOTEST ADIANT ABATIT DEVOL
                 HIST.
           IF TEM-FORN-88
               CLOSE FORN.
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
