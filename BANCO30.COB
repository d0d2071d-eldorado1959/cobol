       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO30.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    SEGREGACAO DE FUNCOES - EXCECOES
      *    O HIST.DAT carimba quem incluiu ou alterou cada documento
      *    (HIST-OPER-COD) e o PGTO.DAT quem recebeu/baixou cada
      *    parcela (PGTO-OPER-COD), mas ninguem conferia se era a
      *    mesma pessoa. Este relatorio junta, documento a
      *    documento, a trilha do HIST e do PGTO da empresa da
      *    sessao e aponta o operador que criou o titulo (ou mudou
      *    o valor ou o favorecido) e tambem o confirmou ou pagou,
      *    e o que alterou o fornecedor em CADHIST.DAT e depois
      *    pagou documento desse mesmo favorecido. Sai agrupado por
      *    operador, com a trilha de cada documento e o total por
      *    mes (mes da confirmacao/pagamento), na tela e no arquivo
      *    BANCO30.TXT.
      *    Menu de Seguranca/Auditoria (BANCO70), opcao 20.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS IS FS.
           SELECT HIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-HIST.
           SELECT PGTO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PGTO.
           SELECT CADHIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-CADH.
           SELECT OPER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPER-COD
                  FILE STATUS IS FS-OPER.
           SELECT TRILHA ASSIGN TO DISK.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.

       DATA DIVISION.
       FILE SECTION.
       COPY BCOMAST.

       COPY HISTMAST.

       COPY PGTOMAST.

       COPY CADHMAST.

       COPY OPERMAST.

      *-----------------------------------------------------------*
      * Um movimento de um documento: tipo do HIST (I/R/D/C) ou    *
      * "P" = parcela do PGTO. A ordem do SORT (documento, data,   *
      * sequencia de leitura) reconstitui a trilha cronologica.    *
      *-----------------------------------------------------------*
       SD TRILHA.
       01 REG-TRILHA.
           03 TRI-NUM-CHE      PIC X(06).
           03 TRI-AMD          PIC 9(08).
           03 TRI-SEQ          PIC 9(06).
           03 TRI-TIPO         PIC X(01).
           03 TRI-OPER         PIC 99.
           03 TRI-DESCRI       PIC X(20).
           03 TRI-VALOR        PIC 9(09)V99.
           03 TRI-DATA-CONF    PIC 9(08).

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO30.TXT".
       01 REG-ARQSAID           PIC X(80).

      ***********************************
       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-ARQ-HIST           PIC X(12) VALUE "HIST.DAT".
       77 WS-ARQ-PGTO           PIC X(12) VALUE "PGTO.DAT".
      *-----consulta de exercicio arquivado (BANCO91): o mesmo ano-----*
      *-----vale p/ os dois diarios que este relatorio le---------------*
       77 WS-ANO-ARQ             PIC 9(04) VALUE ZEROS.
       01 WS-ARQ-HIST-MONTA.
           03 FILLER            PIC X(04) VALUE "HIST".
           03 WS-AHM-ANO        PIC 9(04).
           03 FILLER            PIC X(04) VALUE ".DAT".
       01 WS-ARQ-PGTO-MONTA.
           03 FILLER            PIC X(04) VALUE "PGTO".
           03 WS-APM-ANO        PIC 9(04).
           03 FILLER            PIC X(04) VALUE ".DAT".
      *-----sessao POR TERMINAL: cada estacao le TERMINAL.DAT local----*
      *-----e abre o seu proprio SESSAOnn.DAT (terminal 1 = o----------*
      *-----SESSAO.DAT de sempre)----------------------------------------*
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
       77 FS                    PIC XX.
       77 FS-SESSAO             PIC XX.
       77 FS-HIST               PIC XX.
       77 FS-PGTO               PIC XX.
       77 FS-CADH               PIC XX.
       77 FS-OPER               PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-SEQ               PIC 9(06) VALUE ZEROS.
       77 WS-IDX               PIC 999 VALUE ZEROS.
       77 WS-IDX2              PIC 999 VALUE ZEROS.
       77 WS-IDX3              PIC 999 VALUE ZEROS.
       77 WS-OPER-LISTA        PIC 999 VALUE ZEROS.
       77 WS-PRIMEIRO          PIC X VALUE "S".
       88 PRIMEIRO-88                VALUE "S".
       77 WS-TEM-BCO           PIC X VALUE "N".
       77 WS-ACHOU             PIC X VALUE "N".
       77 WS-MOTIVO            PIC X VALUE SPACES.
       77 WS-NUM-ATUAL         PIC X(06) VALUE SPACES.
       77 WS-FIM-TRILHA        PIC X VALUE "N".

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----periodo pedido (mes/ano inicial e final) e a faixa-------*
      *-----AAAAMMDD comparavel com a data de cada movimento-----------*
       01 WS-PERIODO.
           03 WS-MES-INI        PIC 99 VALUE ZEROS.
           03 WS-ANO-INI        PIC 9(04) VALUE ZEROS.
           03 WS-MES-FIM        PIC 99 VALUE ZEROS.
           03 WS-ANO-FIM        PIC 9(04) VALUE ZEROS.
       77 WS-AMD-INI            PIC 9(08) VALUE ZEROS.
       77 WS-AMD-FIM            PIC 9(08) VALUE ZEROS.

      *-----data AAAAMMDD quebrada p/ imprimir-------------------------*
       01 WS-AMD.
           03 WS-AMD-ANO        PIC 9(04).
           03 WS-AMD-MES        PIC 99.
           03 WS-AMD-DIA        PIC 99.
       01 WS-AMD-R REDEFINES WS-AMD PIC 9(08).

      *-----CADH-DATA vem DDMMAAAA-------------------------------------*
       01 WS-DMA.
           03 WS-DMA-DIA        PIC 99.
           03 WS-DMA-MES        PIC 99.
           03 WS-DMA-ANO        PIC 9(04).
       01 WS-DMA-R REDEFINES WS-DMA PIC 9(08).

      *-----imagem DEPOIS de REG-FORN gravada no CADHIST: codigo e----*
      *-----nome do fornecedor nas primeiras posicoes-------------------*
       01 WS-CADH-FORN.
           03 WS-CF-COD         PIC 9(03).
           03 WS-CF-NOME        PIC X(20).
           03 FILLER            PIC X(97).

      *-----alteracoes de fornecedor (CADHIST FORN "R"): quem, quando-*
      *-----e o nome - e o que liga a mexida ao favorecido pago---------*
       77 WS-QTDE-CADH          PIC 999 VALUE ZEROS.
       01 WS-TAB-CADH.
           02 WS-CADH-OCR OCCURS 500 TIMES.
               03 WS-CADH-OPER   PIC 99.
               03 WS-CADH-AMD    PIC 9(08).
               03 WS-CADH-COD    PIC 9(03).
               03 WS-CADH-NOME   PIC X(20).

      *-----movimentos do documento corrente, em ordem cronologica:---*
      *-----a acao apurada e o lado dela (A = autor: incluiu ou-------*
      *-----alterou valor/favorecido; P = baixa: confirmou ou pagou;--*
      *-----B = os dois no mesmo movimento)-----------------------------*
       77 WS-QTDE-EV            PIC 99 VALUE ZEROS.
       01 WS-TAB-EV.
           02 WS-EV-OCR OCCURS 40 TIMES.
               03 WS-EV-TIPO     PIC X(01).
               03 WS-EV-OPER     PIC 99.
               03 WS-EV-AMD      PIC 9(08).
               03 WS-EV-DESCRI   PIC X(20).
               03 WS-EV-VALOR    PIC 9(09)V99.
               03 WS-EV-CONF     PIC 9(08).
               03 WS-EV-ACAO     PIC X(10).
               03 WS-EV-LADO     PIC X(01).
      *-----imagem DEPOIS de um movimento do HIST (a proxima imagem----*
      *-----do mesmo documento, ou o registro atual do BCO)-------------*
       77 WS-DEP-DESCRI         PIC X(20) VALUE SPACES.
       77 WS-DEP-VALOR          PIC 9(09)V99 VALUE ZEROS.
       77 WS-DEP-CONF           PIC 9(08) VALUE ZEROS.
       77 WS-DOC-FAVOR          PIC X(20) VALUE SPACES.
       77 WS-DOC-VALOR          PIC 9(09)V99 VALUE ZEROS.

      *-----excecoes encontradas: uma por documento + operador, com---*
      *-----a trilha do documento (ate 8 movimentos)--------------------*
       77 WS-QTDE-EXC           PIC 999 VALUE ZEROS.
       01 WS-TAB-EXC.
           02 WS-EXC-OCR OCCURS 300 TIMES.
               03 WS-EXC-OPER    PIC 99.
               03 WS-EXC-AMD     PIC 9(08).
               03 WS-EXC-NUM-CHE PIC X(06).
               03 WS-EXC-FAVOR   PIC X(20).
               03 WS-EXC-VALOR   PIC 9(09)V99.
               03 WS-EXC-MOTIVO  PIC X(01).
               03 WS-EXC-QTDE-TR PIC 99.
               03 WS-EXC-TR OCCURS 8 TIMES.
                   05 WS-TR-ACAO PIC X(10).
                   05 WS-TR-AMD  PIC 9(08).
                   05 WS-TR-OPER PIC 99.
       77 WS-EXC-ESTOURO        PIC X VALUE "N".

      *-----totais do operador corrente por mes (AAAAMM)---------------*
       77 WS-QTDE-MES           PIC 99 VALUE ZEROS.
       01 WS-TAB-MES.
           02 WS-MES-OCR OCCURS 36 TIMES.
               03 WS-MES-AM      PIC 9(06).
               03 WS-MES-QTDE    PIC 9(04).
               03 WS-MES-VALOR   PIC 9(11)V99.
       77 WS-AM                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-QTDE           PIC 9(04) VALUE ZEROS.
       77 WS-TOT-VALOR          PIC 9(11)V99 VALUE ZEROS.

       01 WS-LINHA-SAIDA        PIC X(80).

       01 LINHA-CABEC1.
           02 f pic x(02) value spaces.
           02 F PIC X(34) VALUE "Controle Bancario  E l d o r a d o".
           02 f pic x(02) value spaces.
           02 DIA-DET PIC 99.
           02 f pic x value "/".
           02 MES-DET PIC 99.
           02 f pic x value "/".
           02 ANO-DET PIC 9(04).
           02 f pic x value ".".

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 F PIC X(31) VALUE "Segregacao de Funcoes - Empresa".
           02 EMP-TIT PIC Z9.
           02 F PIC X(02) VALUE " (".
           02 MES-INI-TIT PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-INI-TIT PIC 9(04).
           02 F PIC X(03) VALUE " a ".
           02 MES-FIM-TIT PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-FIM-TIT PIC 9(04).
           02 F PIC X(01) VALUE ")".

       01 LINHA-OPER.
           02 f pic x(02) value spaces.
           02 F PIC X(09) VALUE "Operador ".
           02 OPER-DET         PIC 99.
           02 f pic x(03) value " - ".
           02 NOME-DET         PIC X(20).

       01 LINHA-DOC.
           02 f pic x(04) value spaces.
           02 NUM-DOC-DET      PIC X(06).
           02 f pic x(01) value spaces.
           02 FAVOR-DOC-DET    PIC X(20).
           02 VALOR-DOC-DET    PIC ZZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 MOTIVO-DOC-DET   PIC X(26).

       01 LINHA-TRILHA.
           02 f pic x(11) value spaces.
           02 DIA-TR-DET       PIC 99.
           02 f pic x value "/".
           02 MES-TR-DET       PIC 99.
           02 f pic x value "/".
           02 ANO-TR-DET       PIC 9(04).
           02 f pic x(02) value spaces.
           02 ACAO-TR-DET      PIC X(10).
           02 F PIC X(04) VALUE " op ".
           02 OPER-TR-DET      PIC 99.

       01 LINHA-MES.
           02 f pic x(04) value spaces.
           02 F PIC X(10) VALUE "Total mes ".
           02 MES-TOT-DET      PIC 99.
           02 f pic x value "/".
           02 ANO-TOT-DET      PIC 9(04).
           02 f pic x(02) value ": ".
           02 QTDE-TOT-DET     PIC ZZZ9.
           02 F PIC X(06) VALUE " doc. ".
           02 VALOR-TOT-DET    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-GERAL.
           02 f pic x(04) value spaces.
           02 F PIC X(19) VALUE "Total de excecoes: ".
           02 QTDE-GER-DET     PIC ZZZ9.
           02 F PIC X(06) VALUE " doc. ".
           02 VALOR-GER-DET    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 f pic x(72) value ALL "-".

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "DATA:  /  /  .".
           02 LINE 02 COLUMN 25 VALUE " E L D O R A D O " BLINK.
           02 LINE 01 COLUMN 70 VALUE "BANCO30" BLINK.
           02 LINE 04 COLUMN 22 VALUE "SEGREGACAO DE FUNCOES".
      ********************************************

       PROCEDURE DIVISION.

      *-----------------------------------------*
      * Exercicio arquivado? O expurgo (BANCO91) muda os anos
      * fechados p/ HISTnnnn/PGTOnnnn.DAT - informado o ano, o
      * relatorio le os arquivos dele.
       P-ESCOLHE-ANO-ARQ.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04)
               "Consultar ano ARQUIVADO (0 = diarios vivos):".
           MOVE ZEROS TO WS-ANO-ARQ.
           ACCEPT (02 50) WS-ANO-ARQ WITH PROMPT AUTO-SKIP.
           IF WS-ANO-ARQ NOT = ZEROS
               MOVE WS-ANO-ARQ TO WS-AHM-ANO
               MOVE WS-ARQ-HIST-MONTA TO WS-ARQ-HIST
               MOVE WS-ANO-ARQ TO WS-APM-ANO
               MOVE WS-ARQ-PGTO-MONTA TO WS-ARQ-PGTO.

       ABRIR.
           PERFORM P-LE-SESSAO.
           DISPLAY TELA.
           PERFORM P-DATA.
           MOVE MES TO WS-MES-INI WS-MES-FIM.
           MOVE ANO TO WS-ANO-INI WS-ANO-FIM.
           IF WS-ANO-ARQ NOT = ZEROS
               MOVE 1 TO WS-MES-INI
               MOVE 12 TO WS-MES-FIM
               MOVE WS-ANO-ARQ TO WS-ANO-INI WS-ANO-FIM.
           DISPLAY (06 10) "Baixas do mes/ano :  /     a   /    .".
           ACCEPT (06 30) WS-MES-INI WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (06 33) WS-ANO-INI WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (06 40) WS-MES-FIM WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (06 43) WS-ANO-FIM WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-PERIODO = ZEROS
               CHAIN "BANCO70.COM".
           IF WS-MES-INI < 1 OR WS-MES-INI > 12
                   OR WS-MES-FIM < 1 OR WS-MES-FIM > 12
               DISPLAY (22 04) "!! MES INVALIDO !! Tecle < ENTER >"
               ACCEPT WS-P
               GO TO ABRIR.
           COMPUTE WS-AMD-INI = WS-ANO-INI * 10000
               + WS-MES-INI * 100 + 1.
           COMPUTE WS-AMD-FIM = WS-ANO-FIM * 10000
               + WS-MES-FIM * 100 + 31.
           IF WS-AMD-FIM < WS-AMD-INI
               DISPLAY (22 04) "!! PERIODO INVERTIDO !! < ENTER >"
               ACCEPT WS-P
               GO TO ABRIR.
           DISPLAY (08 10) "Lendo HIST/PGTO/CADHIST...".
           PERFORM P-CARREGA-CADH THRU P-CARREGA-CADH-FIM.
           MOVE ZEROS TO WS-QTDE-EXC.
           MOVE "N" TO WS-EXC-ESTOURO.
           MOVE "N" TO WS-TEM-BCO.
           OPEN INPUT BANCO.
           IF FS = "00"
               MOVE "S" TO WS-TEM-BCO.
           SORT TRILHA ON ASCENDING KEY TRI-NUM-CHE TRI-AMD TRI-SEQ
               INPUT PROCEDURE IS P-SORT-ENTRADA
                   THRU P-SORT-ENTRADA-FIM
               OUTPUT PROCEDURE IS P-SORT-SAIDA
                   THRU P-SORT-SAIDA-FIM.
           IF WS-TEM-BCO = "S"
               CLOSE BANCO.
           PERFORM P-FINAL-IMP THRU P-FINAL-IMP-FIM.
           DISPLAY (22 04) "Gravado em BANCO30.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           CHAIN "BANCO70.COM".

      *-----------------------------------------------------------*
      * Alteracoes de fornecedor: toda regravacao de FORN no       *
      * CADHIST.DAT, com o operador, a data (AAAAMMDD) e o nome    *
      * que ficou gravado. O jornal de cadastros nao e expurgado - *
      * vale o que houver, de qualquer data.                       *
      *-----------------------------------------------------------*
       P-CARREGA-CADH.
           MOVE ZEROS TO WS-QTDE-CADH.
           OPEN INPUT CADHIST.
           IF FS-CADH NOT = "00"
               CLOSE CADHIST
               GO TO P-CARREGA-CADH-FIM.
       P-CARREGA-CADH-LER.
           READ CADHIST NEXT RECORD
               AT END
                   CLOSE CADHIST
                   GO TO P-CARREGA-CADH-FIM.
           IF CADH-ARQUIVO NOT = "FORN" OR NOT CADH-REGRAVACAO
               GO TO P-CARREGA-CADH-LER.
           IF CADH-OPER-COD = ZEROS
               GO TO P-CARREGA-CADH-LER.
           IF WS-QTDE-CADH NOT < 500
               GO TO P-CARREGA-CADH-LER.
           ADD 1 TO WS-QTDE-CADH.
           MOVE CADH-DEPOIS TO WS-CADH-FORN.
           MOVE CADH-DATA TO WS-DMA-R.
           MOVE CADH-OPER-COD TO WS-CADH-OPER ( WS-QTDE-CADH ).
           COMPUTE WS-CADH-AMD ( WS-QTDE-CADH ) = WS-DMA-ANO * 10000
               + WS-DMA-MES * 100 + WS-DMA-DIA.
           MOVE WS-CF-COD TO WS-CADH-COD ( WS-QTDE-CADH ).
           MOVE WS-CF-NOME TO WS-CADH-NOME ( WS-QTDE-CADH ).
           GO TO P-CARREGA-CADH-LER.
       P-CARREGA-CADH-FIM.

      *-----------------------------------------------------------*
      * Entrada do SORT: todo movimento do HIST e toda parcela do  *
      * PGTO da empresa da sessao (registro antigo, sem carimbo,   *
      * vale p/ todas), numerados na ordem de gravacao.            *
      *-----------------------------------------------------------*
       P-SORT-ENTRADA.
           MOVE ZEROS TO WS-SEQ.
           OPEN INPUT HIST.
           IF FS-HIST NOT = "00"
               CLOSE HIST
               GO TO P-SORT-ENTRADA-PGTO.
       P-SORT-ENTRADA-HIST.
           READ HIST NEXT RECORD
               AT END
                   CLOSE HIST
                   GO TO P-SORT-ENTRADA-PGTO.
           IF HIST-EMPRESA NUMERIC
                   AND HIST-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-SORT-ENTRADA-HIST.
           ADD 1 TO WS-SEQ.
           MOVE HIST-NUM-CHE TO TRI-NUM-CHE.
           COMPUTE TRI-AMD = HIST-ANO-MOV * 10000
               + HIST-MES-MOV * 100 + HIST-DIA-MOV.
           MOVE WS-SEQ TO TRI-SEQ.
           MOVE HIST-OPERACAO TO TRI-TIPO.
           MOVE HIST-OPER-COD TO TRI-OPER.
           MOVE HIST-DESCRI-CHE TO TRI-DESCRI.
           MOVE HIST-VALOR-CHE TO TRI-VALOR.
           MOVE HIST-DATA-CONF TO TRI-DATA-CONF.
           RELEASE REG-TRILHA.
           GO TO P-SORT-ENTRADA-HIST.
       P-SORT-ENTRADA-PGTO.
           OPEN INPUT PGTO.
           IF FS-PGTO NOT = "00"
               CLOSE PGTO
               GO TO P-SORT-ENTRADA-FIM.
       P-SORT-ENTRADA-PGTO-LER.
           READ PGTO NEXT RECORD
               AT END
                   CLOSE PGTO
                   GO TO P-SORT-ENTRADA-FIM.
           IF PGTO-EMPRESA NUMERIC
                   AND PGTO-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-SORT-ENTRADA-PGTO-LER.
           ADD 1 TO WS-SEQ.
           MOVE PGTO-NUM-CHE TO TRI-NUM-CHE.
           COMPUTE TRI-AMD = PGTO-ANO * 10000
               + PGTO-MES * 100 + PGTO-DIA.
           MOVE WS-SEQ TO TRI-SEQ.
           MOVE "P" TO TRI-TIPO.
           MOVE PGTO-OPER-COD TO TRI-OPER.
           MOVE SPACES TO TRI-DESCRI.
           MOVE PGTO-VALOR TO TRI-VALOR.
           MOVE ZEROS TO TRI-DATA-CONF.
           RELEASE REG-TRILHA.
           GO TO P-SORT-ENTRADA-PGTO-LER.
       P-SORT-ENTRADA-FIM.

      *-----saida do SORT: junta os movimentos de cada documento e----*
      *-----apura o documento na quebra---------------------------------*
       P-SORT-SAIDA.
           MOVE ZEROS TO WS-QTDE-EV.
           MOVE SPACES TO WS-NUM-ATUAL.
           MOVE "N" TO WS-FIM-TRILHA.
       P-SORT-SAIDA-LER.
           RETURN TRILHA
               AT END
                   MOVE "S" TO WS-FIM-TRILHA.
           IF WS-FIM-TRILHA = "S"
               IF WS-QTDE-EV > ZEROS
                   PERFORM P-APURA-DOC THRU P-APURA-DOC-FIM
               END-IF
               GO TO P-SORT-SAIDA-FIM.
           IF TRI-NUM-CHE NOT = WS-NUM-ATUAL AND WS-QTDE-EV > ZEROS
               PERFORM P-APURA-DOC THRU P-APURA-DOC-FIM.
           IF TRI-NUM-CHE NOT = WS-NUM-ATUAL
               MOVE ZEROS TO WS-QTDE-EV
               MOVE TRI-NUM-CHE TO WS-NUM-ATUAL.
           IF WS-QTDE-EV NOT < 40
               GO TO P-SORT-SAIDA-LER.
           ADD 1 TO WS-QTDE-EV.
           MOVE TRI-TIPO TO WS-EV-TIPO ( WS-QTDE-EV ).
           MOVE TRI-OPER TO WS-EV-OPER ( WS-QTDE-EV ).
           MOVE TRI-AMD TO WS-EV-AMD ( WS-QTDE-EV ).
           MOVE TRI-DESCRI TO WS-EV-DESCRI ( WS-QTDE-EV ).
           MOVE TRI-VALOR TO WS-EV-VALOR ( WS-QTDE-EV ).
           MOVE TRI-DATA-CONF TO WS-EV-CONF ( WS-QTDE-EV ).
           MOVE SPACES TO WS-EV-ACAO ( WS-QTDE-EV ).
           MOVE SPACES TO WS-EV-LADO ( WS-QTDE-EV ).
           GO TO P-SORT-SAIDA-LER.
       P-SORT-SAIDA-FIM.

      *-----------------------------------------------------------*
      * Um documento: cada registro do HIST guarda a imagem ANTES  *
      * (o "I", a imagem nova); a imagem DEPOIS e a proxima do     *
      * mesmo documento, ou o registro atual do BCO. Valor ou      *
      * favorecido diferente = ALTEROU; DATA-CONF de zero p/ uma   *
      * data = CONFIRMOU; parcela do PGTO = PAGOU.                 *
      *-----------------------------------------------------------*
       P-APURA-DOC.
           MOVE "N" TO WS-ACHOU.
           IF WS-TEM-BCO = "S"
               MOVE WS-NUM-ATUAL TO NUM-CHE
               READ BANCO
                   INVALID KEY
                       MOVE "N" TO WS-ACHOU
                   NOT INVALID KEY
                       MOVE "S" TO WS-ACHOU
               END-READ.
           MOVE SPACES TO WS-DOC-FAVOR.
           MOVE ZEROS TO WS-DOC-VALOR.
           IF WS-ACHOU = "S"
               MOVE DESCRI-CHE TO WS-DOC-FAVOR
               MOVE VALOR-CHE TO WS-DOC-VALOR.
           MOVE ZEROS TO WS-IDX.
       P-APURA-DOC-EV.
           ADD 1 TO WS-IDX.
           IF WS-IDX > WS-QTDE-EV
               GO TO P-APURA-DOC-EXC.
           IF WS-EV-TIPO ( WS-IDX ) = "P"
               MOVE "PAGOU" TO WS-EV-ACAO ( WS-IDX )
               MOVE "P" TO WS-EV-LADO ( WS-IDX )
               GO TO P-APURA-DOC-EV.
      *     documento ja fora do BCO: vale a ultima imagem do HIST
           IF WS-ACHOU NOT = "S"
               MOVE WS-EV-DESCRI ( WS-IDX ) TO WS-DOC-FAVOR
               MOVE WS-EV-VALOR ( WS-IDX ) TO WS-DOC-VALOR.
           IF WS-EV-TIPO ( WS-IDX ) = "I"
               MOVE "INCLUIU" TO WS-EV-ACAO ( WS-IDX )
               MOVE "A" TO WS-EV-LADO ( WS-IDX )
               GO TO P-APURA-DOC-EV.
           IF WS-EV-TIPO ( WS-IDX ) = "D"
               MOVE "EXCLUIU" TO WS-EV-ACAO ( WS-IDX )
               GO TO P-APURA-DOC-EV.
           IF WS-EV-TIPO ( WS-IDX ) = "C"
               MOVE "CANCELOU" TO WS-EV-ACAO ( WS-IDX )
               GO TO P-APURA-DOC-EV.
           PERFORM P-IMAGEM-DEPOIS THRU P-IMAGEM-DEPOIS-FIM.
           MOVE "REGRAVOU" TO WS-EV-ACAO ( WS-IDX ).
           IF WS-DEP-VALOR NOT = WS-EV-VALOR ( WS-IDX )
                   OR WS-DEP-DESCRI NOT = WS-EV-DESCRI ( WS-IDX )
               MOVE "ALTEROU" TO WS-EV-ACAO ( WS-IDX )
               MOVE "A" TO WS-EV-LADO ( WS-IDX ).
           IF WS-EV-CONF ( WS-IDX ) = ZEROS
                   AND WS-DEP-CONF NOT = ZEROS
               IF WS-EV-LADO ( WS-IDX ) = "A"
                   MOVE "ALT+CONF" TO WS-EV-ACAO ( WS-IDX )
                   MOVE "B" TO WS-EV-LADO ( WS-IDX )
               ELSE
                   MOVE "CONFIRMOU" TO WS-EV-ACAO ( WS-IDX )
                   MOVE "P" TO WS-EV-LADO ( WS-IDX ).
           GO TO P-APURA-DOC-EV.
      *     baixa (confirmacao/pagamento) dentro do periodo, por
      *     operador logado: autor do mesmo documento ou alterou o
      *     fornecedor antes = excecao
       P-APURA-DOC-EXC.
           MOVE ZEROS TO WS-IDX.
       P-APURA-DOC-EXC-LER.
           ADD 1 TO WS-IDX.
           IF WS-IDX > WS-QTDE-EV
               GO TO P-APURA-DOC-FIM.
           IF WS-EV-LADO ( WS-IDX ) NOT = "P"
                   AND WS-EV-LADO ( WS-IDX ) NOT = "B"
               GO TO P-APURA-DOC-EXC-LER.
           IF WS-EV-OPER ( WS-IDX ) = ZEROS
               GO TO P-APURA-DOC-EXC-LER.
           IF WS-EV-AMD ( WS-IDX ) < WS-AMD-INI
                   OR WS-EV-AMD ( WS-IDX ) > WS-AMD-FIM
               GO TO P-APURA-DOC-EXC-LER.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZEROS TO WS-IDX2.
       P-APURA-DOC-AUTOR.
           ADD 1 TO WS-IDX2.
           IF WS-IDX2 > WS-QTDE-EV
               GO TO P-APURA-DOC-FORN.
           IF WS-EV-OPER ( WS-IDX2 ) = WS-EV-OPER ( WS-IDX )
                   AND ( WS-EV-LADO ( WS-IDX2 ) = "A"
                      OR WS-EV-LADO ( WS-IDX2 ) = "B" )
               MOVE "D" TO WS-MOTIVO
               GO TO P-APURA-DOC-FORN.
           GO TO P-APURA-DOC-AUTOR.
       P-APURA-DOC-FORN.
           MOVE ZEROS TO WS-IDX2.
       P-APURA-DOC-FORN-LER.
           ADD 1 TO WS-IDX2.
           IF WS-IDX2 > WS-QTDE-CADH
               GO TO P-APURA-DOC-GRAVA.
           IF WS-CADH-OPER ( WS-IDX2 ) = WS-EV-OPER ( WS-IDX )
                   AND WS-CADH-NOME ( WS-IDX2 ) = WS-DOC-FAVOR
                   AND WS-CADH-AMD ( WS-IDX2 )
                       NOT > WS-EV-AMD ( WS-IDX )
               IF WS-MOTIVO = "D"
                   MOVE "A" TO WS-MOTIVO
               ELSE
                   MOVE "F" TO WS-MOTIVO
               END-IF
               GO TO P-APURA-DOC-GRAVA.
           GO TO P-APURA-DOC-FORN-LER.
       P-APURA-DOC-GRAVA.
           IF WS-MOTIVO NOT = SPACES
               PERFORM P-GRAVA-EXCECAO THRU P-GRAVA-EXCECAO-FIM.
           GO TO P-APURA-DOC-EXC-LER.
       P-APURA-DOC-FIM.

      *-----imagem DEPOIS do movimento WS-IDX (so HIST conta)---------*
       P-IMAGEM-DEPOIS.
           MOVE WS-IDX TO WS-IDX3.
       P-IMAGEM-DEPOIS-LER.
           ADD 1 TO WS-IDX3.
           IF WS-IDX3 > WS-QTDE-EV
               GO TO P-IMAGEM-DEPOIS-BCO.
           IF WS-EV-TIPO ( WS-IDX3 ) = "P"
               GO TO P-IMAGEM-DEPOIS-LER.
           MOVE WS-EV-DESCRI ( WS-IDX3 ) TO WS-DEP-DESCRI.
           MOVE WS-EV-VALOR ( WS-IDX3 ) TO WS-DEP-VALOR.
           MOVE WS-EV-CONF ( WS-IDX3 ) TO WS-DEP-CONF.
           GO TO P-IMAGEM-DEPOIS-FIM.
      *     ultimo movimento do HIST: o DEPOIS e o registro atual;
      *     documento que ja nao esta no BCO fica sem diferenca
       P-IMAGEM-DEPOIS-BCO.
           IF WS-ACHOU = "S"
               MOVE DESCRI-CHE TO WS-DEP-DESCRI
               MOVE VALOR-CHE TO WS-DEP-VALOR
               MOVE DATA-CONF TO WS-DEP-CONF
           ELSE
               MOVE WS-EV-DESCRI ( WS-IDX ) TO WS-DEP-DESCRI
               MOVE WS-EV-VALOR ( WS-IDX ) TO WS-DEP-VALOR
               MOVE WS-EV-CONF ( WS-IDX ) TO WS-DEP-CONF.
       P-IMAGEM-DEPOIS-FIM.

      *-----------------------------------------------------------*
      * Uma excecao por documento + operador (a primeira baixa     *
      * dele no periodo da o mes), com a trilha do documento.      *
      *-----------------------------------------------------------*
       P-GRAVA-EXCECAO.
           MOVE ZEROS TO WS-IDX2.
       P-GRAVA-EXCECAO-LER.
           ADD 1 TO WS-IDX2.
           IF WS-IDX2 > WS-QTDE-EXC
               GO TO P-GRAVA-EXCECAO-NOVA.
           IF WS-EXC-NUM-CHE ( WS-IDX2 ) = WS-NUM-ATUAL
                   AND WS-EXC-OPER ( WS-IDX2 ) = WS-EV-OPER ( WS-IDX )
               IF WS-EXC-MOTIVO ( WS-IDX2 ) NOT = WS-MOTIVO
                   MOVE "A" TO WS-EXC-MOTIVO ( WS-IDX2 )
               END-IF
               GO TO P-GRAVA-EXCECAO-FIM.
           GO TO P-GRAVA-EXCECAO-LER.
       P-GRAVA-EXCECAO-NOVA.
           IF WS-QTDE-EXC NOT < 300
               MOVE "S" TO WS-EXC-ESTOURO
               GO TO P-GRAVA-EXCECAO-FIM.
           ADD 1 TO WS-QTDE-EXC.
           MOVE WS-EV-OPER ( WS-IDX ) TO WS-EXC-OPER ( WS-QTDE-EXC ).
           MOVE WS-EV-AMD ( WS-IDX ) TO WS-EXC-AMD ( WS-QTDE-EXC ).
           MOVE WS-NUM-ATUAL TO WS-EXC-NUM-CHE ( WS-QTDE-EXC ).
           MOVE WS-DOC-FAVOR TO WS-EXC-FAVOR ( WS-QTDE-EXC ).
           MOVE WS-DOC-VALOR TO WS-EXC-VALOR ( WS-QTDE-EXC ).
           MOVE WS-MOTIVO TO WS-EXC-MOTIVO ( WS-QTDE-EXC ).
           MOVE ZEROS TO WS-EXC-QTDE-TR ( WS-QTDE-EXC ).
           MOVE ZEROS TO WS-IDX2.
       P-GRAVA-EXCECAO-TR.
           ADD 1 TO WS-IDX2.
           IF WS-IDX2 > WS-QTDE-EV
                   OR WS-EXC-QTDE-TR ( WS-QTDE-EXC ) NOT < 8
               GO TO P-GRAVA-EXCECAO-FIM.
           ADD 1 TO WS-EXC-QTDE-TR ( WS-QTDE-EXC ).
           MOVE WS-EXC-QTDE-TR ( WS-QTDE-EXC ) TO WS-IDX3.
           MOVE WS-EV-ACAO ( WS-IDX2 )
               TO WS-TR-ACAO ( WS-QTDE-EXC WS-IDX3 ).
           MOVE WS-EV-AMD ( WS-IDX2 )
               TO WS-TR-AMD ( WS-QTDE-EXC WS-IDX3 ).
           MOVE WS-EV-OPER ( WS-IDX2 )
               TO WS-TR-OPER ( WS-QTDE-EXC WS-IDX3 ).
           GO TO P-GRAVA-EXCECAO-TR.
       P-GRAVA-EXCECAO-FIM.

       P-DATA.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           DISPLAY (02 70) DIA.
           DISPLAY (02 73) MES.
           DISPLAY (02 76) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

      *-----------------------------------------------------------*
      * Listagem: operador a operador (nome de OPER.DAT), cada     *
      * documento com a trilha, e o total do operador por mes.     *
      *-----------------------------------------------------------*
       P-FINAL-IMP.
           MOVE WS-EMPRESA-ATUAL TO EMP-TIT.
           MOVE WS-MES-INI TO MES-INI-TIT.
           MOVE WS-ANO-INI TO ANO-INI-TIT.
           MOVE WS-MES-FIM TO MES-FIM-TIT.
           MOVE WS-ANO-FIM TO ANO-FIM-TIT.
           OPEN OUTPUT ARQSAID.
           DISPLAY TELA.
           PERFORM P-DATA.
           MOVE 4 TO LIN.
           PERFORM P-SAI-TRACO.
           MOVE LINHA-CABEC1 TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           MOVE LINHA-TITULO TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           PERFORM P-SAI-TRACO.
           MOVE ZEROS TO WS-TOT-QTDE WS-TOT-VALOR.
           OPEN INPUT OPER.
           MOVE ZEROS TO WS-OPER-LISTA.
       P-FINAL-OPER.
           ADD 1 TO WS-OPER-LISTA.
           IF WS-OPER-LISTA > 99
               GO TO P-FINAL-FECHA.
           MOVE "S" TO WS-PRIMEIRO.
           MOVE ZEROS TO WS-QTDE-MES WS-TAB-MES.
           MOVE ZEROS TO WS-IDX.
       P-FINAL-EXC.
           ADD 1 TO WS-IDX.
           IF WS-IDX > WS-QTDE-EXC
               GO TO P-FINAL-MESES.
           IF WS-EXC-OPER ( WS-IDX ) NOT = WS-OPER-LISTA
               GO TO P-FINAL-EXC.
           IF PRIMEIRO-88
               PERFORM P-CABECALHO-OPER
               MOVE "N" TO WS-PRIMEIRO.
           PERFORM P-LISTA-EXCECAO THRU P-LISTA-EXCECAO-FIM.
           GO TO P-FINAL-EXC.
       P-FINAL-MESES.
           IF PRIMEIRO-88
               GO TO P-FINAL-OPER.
           MOVE ZEROS TO WS-IDX.
       P-FINAL-MESES-LER.
           ADD 1 TO WS-IDX.
           IF WS-IDX > WS-QTDE-MES
               PERFORM P-SAI-TRACO
               GO TO P-FINAL-OPER.
           MOVE WS-MES-AM ( WS-IDX ) TO WS-AM.
           COMPUTE ANO-TOT-DET = WS-AM / 100.
           COMPUTE MES-TOT-DET = WS-AM - ANO-TOT-DET * 100.
           MOVE WS-MES-QTDE ( WS-IDX ) TO QTDE-TOT-DET.
           MOVE WS-MES-VALOR ( WS-IDX ) TO VALOR-TOT-DET.
           MOVE LINHA-MES TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           GO TO P-FINAL-MESES-LER.
       P-FINAL-FECHA.
           CLOSE OPER.
           MOVE WS-TOT-QTDE TO QTDE-GER-DET.
           MOVE WS-TOT-VALOR TO VALOR-GER-DET.
           MOVE LINHA-GERAL TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           IF WS-EXC-ESTOURO = "S"
               MOVE "  (mais de 300 excecoes - reduza o periodo)"
                   TO WS-LINHA-SAIDA
               PERFORM P-SAI-LINHA.
           PERFORM P-SAI-TRACO.
           CLOSE ARQSAID.
       P-FINAL-IMP-FIM.

       P-CABECALHO-OPER.
           MOVE WS-OPER-LISTA TO OPER-DET.
           MOVE "(NAO CADASTRADO)    " TO NOME-DET.
           IF FS-OPER = "00"
               MOVE WS-OPER-LISTA TO OPER-COD
               READ OPER
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)    " TO NOME-DET
                   NOT INVALID KEY
                       MOVE OPER-NOME TO NOME-DET
               END-READ.
           MOVE LINHA-OPER TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.

      *-----um documento do operador: linha, trilha e soma no mes-----*
       P-LISTA-EXCECAO.
           MOVE WS-EXC-NUM-CHE ( WS-IDX ) TO NUM-DOC-DET.
           MOVE WS-EXC-FAVOR ( WS-IDX ) TO FAVOR-DOC-DET.
           MOVE WS-EXC-VALOR ( WS-IDX ) TO VALOR-DOC-DET.
           IF WS-EXC-MOTIVO ( WS-IDX ) = "D"
               MOVE "CRIOU/ALTEROU E BAIXOU" TO MOTIVO-DOC-DET.
           IF WS-EXC-MOTIVO ( WS-IDX ) = "F"
               MOVE "ALTEROU FORNEC. E PAGOU" TO MOTIVO-DOC-DET.
           IF WS-EXC-MOTIVO ( WS-IDX ) = "A"
               MOVE "DOCUMENTO E FORNEC.+BAIXA" TO MOTIVO-DOC-DET.
           MOVE LINHA-DOC TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           MOVE ZEROS TO WS-IDX2.
       P-LISTA-EXCECAO-TR.
           ADD 1 TO WS-IDX2.
           IF WS-IDX2 > WS-EXC-QTDE-TR ( WS-IDX )
               GO TO P-LISTA-EXCECAO-MES.
           MOVE WS-TR-AMD ( WS-IDX WS-IDX2 ) TO WS-AMD-R.
           MOVE WS-AMD-DIA TO DIA-TR-DET.
           MOVE WS-AMD-MES TO MES-TR-DET.
           MOVE WS-AMD-ANO TO ANO-TR-DET.
           MOVE WS-TR-ACAO ( WS-IDX WS-IDX2 ) TO ACAO-TR-DET.
           MOVE WS-TR-OPER ( WS-IDX WS-IDX2 ) TO OPER-TR-DET.
           MOVE LINHA-TRILHA TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           GO TO P-LISTA-EXCECAO-TR.
       P-LISTA-EXCECAO-MES.
           COMPUTE WS-AM = WS-EXC-AMD ( WS-IDX ) / 100.
           ADD 1 TO WS-TOT-QTDE.
           ADD WS-EXC-VALOR ( WS-IDX ) TO WS-TOT-VALOR.
           MOVE ZEROS TO WS-IDX2.
       P-LISTA-EXCECAO-MES-LER.
           ADD 1 TO WS-IDX2.
           IF WS-IDX2 > WS-QTDE-MES
               GO TO P-LISTA-EXCECAO-MES-NOVO.
           IF WS-MES-AM ( WS-IDX2 ) = WS-AM
               ADD 1 TO WS-MES-QTDE ( WS-IDX2 )
               ADD WS-EXC-VALOR ( WS-IDX ) TO WS-MES-VALOR ( WS-IDX2 )
               GO TO P-LISTA-EXCECAO-FIM.
           GO TO P-LISTA-EXCECAO-MES-LER.
       P-LISTA-EXCECAO-MES-NOVO.
           IF WS-QTDE-MES NOT < 36
               GO TO P-LISTA-EXCECAO-FIM.
           ADD 1 TO WS-QTDE-MES.
           MOVE WS-AM TO WS-MES-AM ( WS-QTDE-MES ).
           MOVE 1 TO WS-MES-QTDE ( WS-QTDE-MES ).
           MOVE WS-EXC-VALOR ( WS-IDX )
               TO WS-MES-VALOR ( WS-QTDE-MES ).
       P-LISTA-EXCECAO-FIM.

       P-SAI-TRACO.
           MOVE LINHA-TRACO TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.

      *-----a linha montada em WS-LINHA-SAIDA vai p/ a tela e p/ o--------*
      *-----BANCO30.TXT------------------------------------------------*
       P-SAI-LINHA.
           WRITE REG-ARQSAID FROM WS-LINHA-SAIDA.
           DISPLAY (LIN, 01) WS-LINHA-SAIDA.
           ADD 1 TO LIN.
           IF LIN > 21
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT WS-P
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (03 00) ERASE
               MOVE 4 TO LIN.

      *-----------------------------------------------------------*
      * Empresa da sessao (SESSAO.DAT, gravado pelo menu) e o seu  *
      * arquivo de movimento (BCO.DAT / BCOnn.DAT) - o relatorio   *
      * mostra so os documentos da empresa corrente.               *
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
