       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO35.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    CICLO FINANCEIRO - 12 MESES
      *    "Quantos dias o nosso dinheiro fica preso?" - o dono
      *    perguntava e nenhum relatorio respondia. Este quadro
      *    mostra, mes a mes nos ultimos 12 meses da empresa da
      *    sessao:
      *    PMP - prazo medio de pagamento: da entrada do titulo
      *          (INSCR-CHE) ate a confirmacao (DATA-CONF) no
      *          BCO.DAT, pelo mes do pagamento;
      *    PMR - prazo medio de recebimento: da venda ate a baixa
      *          no contas a receber (REC-INSCR -> REC-DATA-RECEB)
      *          e na liquidacao do cartao (data da venda ->
      *          CART-DATA-PAGO), pelo mes do recebimento;
      *    PME - prazo medio de estocagem: estoque no fim do mes
      *          a PROD-CUSTO-MEDIO sobre o custo da mercadoria
      *          vendida no PDV (MOVEST.DAT, saida sem documento)
      *          no mes, vezes os dias do mes. O estoque dos meses
      *          passados e reconstituido de tras p/ frente a
      *          partir do saldo atual, desfazendo os movimentos.
      *    Ciclo operacional = PME + PMR; ciclo de caixa = ciclo
      *    operacional - PMP (negativo = o fornecedor financia a
      *    loja). Os prazos sao medias ponderadas pelo valor. O
      *    exercicio anterior ja expurgado (MOVESTnn.DAT, BANCO91)
      *    entra sozinho quando os 12 meses atravessam o ano.
      *    Tela + BANCO35.TXT. Menu Consultas (BANCO55), opcao 11.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO     ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS  IS FS.
           SELECT RECEBER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REC-NUM
                  FILE STATUS IS FS-REC.
           SELECT CARTAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CART-CHAVE
                  FILE STATUS IS FS-CART.
           SELECT ESTOQUE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROD-COD
                  FILE STATUS IS FS-ESTOQUE.
           SELECT MOVEST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-MOVEST.
           SELECT EMPRESA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPRESA-COD
                  FILE STATUS IS FS-EMPRESA.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY BCOMAST.

       COPY RECEBMAST.

       COPY CARTMAST.

       COPY ESTQMAST.

       COPY MOVESTMAST.

       COPY EMPRESA.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO35.TXT".
       01 REG-ARQSAID           PIC X(80).

      ***********************************
       WORKING-STORAGE SECTION.
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo-----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
      *-----sessao POR TERMINAL-----------------------------------------*
       77 FS-SESSAO             PIC XX.
       77 FS-TERM               PIC XX.
       77 WS-TERMINAL           PIC 99 VALUE 1.
       01 WS-ARQ-SESSAO         PIC X(12) VALUE "SESSAO.DAT".
       01 WS-ARQ-SESS-MONTA.
           03 FILLER           PIC X(06) VALUE "SESSAO".
           03 WS-ARQ-SESS-COD  PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
       77 FS                    PIC XX.
       77 FS-REC                PIC XX.
       77 FS-CART               PIC XX.
       77 FS-ESTOQUE            PIC XX.
       77 FS-MOVEST             PIC XX.
       77 FS-EMPRESA            PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-NOME-EMP           PIC X(24) VALUE SPACES.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-MOVEST         PIC X(12) VALUE "MOVEST.DAT".
       01 WS-ARQ-MOV-MONTA.
           03 FILLER            PIC X(06) VALUE "MOVEST".
           03 WS-AMM-ANO        PIC 99.
           03 FILLER            PIC X(04) VALUE ".DAT".
       77 WS-ANO-ARQ            PIC 9(04) VALUE ZEROS.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----datas DDMMAAAA dos arquivos, desmontadas--------------------*
       01 WS-DMA                PIC 9(08) VALUE ZEROS.
       01 WS-DMA-R REDEFINES WS-DMA.
           03 WS-DMA-DIA        PIC 99.
           03 WS-DMA-MES        PIC 99.
           03 WS-DMA-ANO        PIC 9(04).

      *-----12 meses p/ tras: indice 1 = mes corrente-------------------*
       77 WS-IDX                PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-IDX          PIC 9(03) VALUE ZEROS.
       01 WS-DOC-AM             PIC 9(06) VALUE ZEROS.
       01 WS-DOC-AM-R REDEFINES WS-DOC-AM.
           03 WS-DA-ANO         PIC 9(04).
           03 WS-DA-MES         PIC 99.
       01 WS-MESES.
           03 WS-MM OCCURS 12 TIMES.
               05 WS-MM-AM      PIC 9(06).
               05 WS-MM-DIAS    PIC 99.
               05 WS-MM-PAG     PIC 9(11)V99.
               05 WS-MM-PAG-DV  PIC 9(15)V99.
               05 WS-MM-REC     PIC 9(11)V99.
               05 WS-MM-REC-DV  PIC 9(15)V99.
               05 WS-MM-CMV     PIC 9(11)V99.
               05 WS-MM-LIQ     PIC S9(11)V99.
               05 WS-MM-ESTQ    PIC S9(11)V99.
       77 WS-ROL-MES            PIC 99 VALUE ZEROS.
       77 WS-ROL-ANO            PIC 9(04) VALUE ZEROS.

      *-----dias de cada mes (fevereiro acerta no bissexto)-------------*
       01 WS-TAB-DIAS-INIC.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 28.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
       01 WS-TAB-DIAS REDEFINES WS-TAB-DIAS-INIC.
           02 WS-TAB-DIAS-V     PIC 99 OCCURS 12 TIMES.

      *-----numero juliano, mesmo criterio do BANCO09-------------------*
       77 WS-CJ-ANO            PIC 9(04).
       77 WS-CJ-MES            PIC 99.
       77 WS-CJ-DIA            PIC 99.
       77 WS-CJ-DIVANO         PIC 9(04).
       77 WS-CJ-RESTO          PIC 9(03).
       77 WS-CJ-AJUSTE         PIC 9.
       77 WS-CJ-RESULT         PIC 9(07).
       01 WS-TAB-MES-INIC.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC 9(03) VALUE 031.
           02 FILLER PIC 9(03) VALUE 059.
           02 FILLER PIC 9(03) VALUE 090.
           02 FILLER PIC 9(03) VALUE 120.
           02 FILLER PIC 9(03) VALUE 151.
           02 FILLER PIC 9(03) VALUE 181.
           02 FILLER PIC 9(03) VALUE 212.
           02 FILLER PIC 9(03) VALUE 243.
           02 FILLER PIC 9(03) VALUE 273.
           02 FILLER PIC 9(03) VALUE 304.
           02 FILLER PIC 9(03) VALUE 334.
       01 WS-TAB-MES REDEFINES WS-TAB-MES-INIC.
           02 WS-TAB-MES-V      PIC 9(03) OCCURS 12 TIMES.
       77 WS-JUL-INI           PIC 9(07) VALUE ZEROS.
       77 WS-PRAZO             PIC S9(07) VALUE ZEROS.
       77 WS-VALOR-BASE        PIC 9(11)V99 VALUE ZEROS.

      *-----estoque atual e movimento valorizado a custo medio----------*
       77 WS-ESTQ-ATUAL        PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-MOV         PIC S9(11)V99 VALUE ZEROS.

      *-----indicadores do mes e do periodo (dias)----------------------*
       77 WS-PMP               PIC 9(05) VALUE ZEROS.
       77 WS-PMR               PIC 9(05) VALUE ZEROS.
       77 WS-PME               PIC 9(05) VALUE ZEROS.
       77 WS-CICLO-OPER        PIC 9(05) VALUE ZEROS.
       77 WS-CICLO-CAIXA       PIC S9(05) VALUE ZEROS.
       77 WS-TOT-PAG           PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-PAG-DV        PIC 9(17)V99 VALUE ZEROS.
       77 WS-TOT-REC           PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-REC-DV        PIC 9(17)V99 VALUE ZEROS.
       77 WS-TOT-CMV           PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-ESTQ          PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-DIAS          PIC 9(03) VALUE ZEROS.

       01 LINHA-TRACO.
           02 F PIC X(72) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(31) VALUE "Ciclo financeiro 12 meses - emp".
           02 F PIC X(01) VALUE SPACES.
           02 EMP-TIT          PIC 99.
           02 F PIC X(01) VALUE SPACES.
           02 NOME-TIT         PIC X(24).
       01 LINHA-CABEC.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(09) VALUE "Mes/Ano".
           02 F PIC X(07) VALUE "    PME".
           02 F PIC X(07) VALUE "    PMR".
           02 F PIC X(07) VALUE "    PMP".
           02 F PIC X(09) VALUE "  C.OPER.".
           02 F PIC X(09) VALUE "  C.CAIXA".
           02 F PIC X(16) VALUE "        CMV (R$)".
       01 LINHA-MES.
           02 F PIC X(02) VALUE SPACES.
           02 MES-DET          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-DET          PIC 9(04).
           02 F PIC X(03) VALUE SPACES.
           02 PME-DET          PIC ZZ.ZZ9.
           02 F PIC X(01) VALUE SPACES.
           02 PMR-DET          PIC ZZ.ZZ9.
           02 F PIC X(01) VALUE SPACES.
           02 PMP-DET          PIC ZZ.ZZ9.
           02 F PIC X(03) VALUE SPACES.
           02 CICLO-OPER-DET   PIC ZZ.ZZ9.
           02 F PIC X(02) VALUE SPACES.
           02 CICLO-CAIXA-DET  PIC -ZZ.ZZ9.
           02 F PIC X(02) VALUE SPACES.
           02 CMV-DET          PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-MES-R REDEFINES LINHA-MES.
           02 F PIC X(02).
           02 ROTULO-DET       PIC X(07).

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO35" BLINK.
           02 LINE 02 COLUMN 16 VALUE " Ciclo Financeiro - 12 Meses "
               BLINK.

       PROCEDURE DIVISION.

       ABRIR.
           PERFORM P-LE-SESSAO.
           OPEN INPUT BANCO.
           IF FS NOT = "00"
               DISPLAY (22 04) "!! MOVIMENTO (BCO) NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE BANCO
               DISPLAY (01 01) ERASE
               CHAIN "BANCO55.COM".
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           PERFORM P-LE-EMPRESA.
           DISPLAY TELA.
           DISPLAY (04 04) "Empresa.............=".
           DISPLAY (04 26) WS-EMPRESA-ATUAL " " WS-NOME-EMP.
           DISPLAY (06 04) "Confirma o calculo ?  < S/N >".
           ACCEPT (06 35) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-SAI.
      *     prepara os 12 baldes, do mes corrente p/ tras
           MOVE MES TO WS-ROL-MES.
           MOVE ANO TO WS-ROL-ANO.
           MOVE ZEROS TO WS-IDX.
       P-MONTA-BALDES.
           ADD 1 TO WS-IDX.
           IF WS-IDX > 12
               GO TO P-VARRE-BCO.
           COMPUTE WS-MM-AM(WS-IDX) =
               WS-ROL-ANO * 100 + WS-ROL-MES.
           MOVE WS-TAB-DIAS-V(WS-ROL-MES) TO WS-MM-DIAS(WS-IDX).
           MOVE WS-ROL-ANO TO WS-CJ-ANO.
           DIVIDE WS-CJ-ANO BY 4 GIVING WS-CJ-DIVANO
                                 REMAINDER WS-CJ-RESTO.
           IF WS-ROL-MES = 2 AND WS-CJ-RESTO = 0
               MOVE 29 TO WS-MM-DIAS(WS-IDX).
           IF WS-IDX = 1
               MOVE DIA TO WS-MM-DIAS(WS-IDX).
           MOVE ZEROS TO WS-MM-PAG(WS-IDX) WS-MM-PAG-DV(WS-IDX).
           MOVE ZEROS TO WS-MM-REC(WS-IDX) WS-MM-REC-DV(WS-IDX).
           MOVE ZEROS TO WS-MM-CMV(WS-IDX) WS-MM-LIQ(WS-IDX).
           MOVE ZEROS TO WS-MM-ESTQ(WS-IDX).
           SUBTRACT 1 FROM WS-ROL-MES.
           IF WS-ROL-MES = ZEROS
               MOVE 12 TO WS-ROL-MES
               SUBTRACT 1 FROM WS-ROL-ANO.
           GO TO P-MONTA-BALDES.

      *-----------------------------------------------------------*
      * PMP: documento confirmado no periodo, da entrada (INSCR-   *
      * CHE) ate a confirmacao (DATA-CONF), ponderado pelo valor   *
      * pago.                                                      *
      *-----------------------------------------------------------*
       P-VARRE-BCO.
           DISPLAY (08 04) "Apurando pagamentos (BCO.DAT)...".
           MOVE ZEROS TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY
                   GO TO P-VARRE-BCO-FIM.
       P-VARRE-BCO-LER.
           READ BANCO NEXT RECORD
               AT END
                   GO TO P-VARRE-BCO-FIM.
           IF CHE-CANCELADO OR CHE-ESTORNO
               GO TO P-VARRE-BCO-LER.
           IF DATA-CONF = ZEROS OR INSCR-CHE = ZEROS
               GO TO P-VARRE-BCO-LER.
           MOVE INSCR-CHE TO WS-DMA.
           IF WS-DMA-MES < 1 OR WS-DMA-MES > 12
               GO TO P-VARRE-BCO-LER.
           PERFORM P-JULIANO-DMA.
           MOVE WS-CJ-RESULT TO WS-JUL-INI.
           MOVE DATA-CONF TO WS-DMA.
           IF WS-DMA-MES < 1 OR WS-DMA-MES > 12
               GO TO P-VARRE-BCO-LER.
           PERFORM P-ACHA-MES THRU P-ACHA-MES-FIM.
           IF WS-ACHOU-IDX = ZEROS
               GO TO P-VARRE-BCO-LER.
           PERFORM P-JULIANO-DMA.
           COMPUTE WS-PRAZO = WS-CJ-RESULT - WS-JUL-INI.
           IF WS-PRAZO < ZEROS
               MOVE ZEROS TO WS-PRAZO.
           MOVE VALOR-PAGO TO WS-VALOR-BASE.
           IF WS-VALOR-BASE = ZEROS
               MOVE VALOR-CHE TO WS-VALOR-BASE.
           ADD WS-VALOR-BASE TO WS-MM-PAG(WS-ACHOU-IDX).
           COMPUTE WS-MM-PAG-DV(WS-ACHOU-IDX) =
               WS-MM-PAG-DV(WS-ACHOU-IDX) + WS-VALOR-BASE * WS-PRAZO.
           GO TO P-VARRE-BCO-LER.
       P-VARRE-BCO-FIM.

      *-----------------------------------------------------------*
      * PMR: recebivel baixado no periodo, da venda (REC-INSCR)    *
      * ate o recebimento (REC-DATA-RECEB).                        *
      *-----------------------------------------------------------*
       P-VARRE-RECEBER.
           DISPLAY (08 04) "Apurando recebimentos (RECEBER.DAT)...".
           OPEN INPUT RECEBER.
           IF FS-REC NOT = "00"
               CLOSE RECEBER
               GO TO P-VARRE-CARTAO.
           MOVE LOW-VALUES TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   GO TO P-VARRE-RECEBER-FECHA.
       P-VARRE-RECEBER-LER.
           READ RECEBER NEXT RECORD
               AT END
                   GO TO P-VARRE-RECEBER-FECHA.
           IF REC-CANCELADO OR REC-EM-PERDA
               GO TO P-VARRE-RECEBER-LER.
           IF REC-DATA-RECEB = ZEROS OR REC-INSCR = ZEROS
               GO TO P-VARRE-RECEBER-LER.
           MOVE REC-INSCR TO WS-DMA.
           IF WS-DMA-MES < 1 OR WS-DMA-MES > 12
               GO TO P-VARRE-RECEBER-LER.
           PERFORM P-JULIANO-DMA.
           MOVE WS-CJ-RESULT TO WS-JUL-INI.
           MOVE REC-DATA-RECEB TO WS-DMA.
           IF WS-DMA-MES < 1 OR WS-DMA-MES > 12
               GO TO P-VARRE-RECEBER-LER.
           PERFORM P-ACHA-MES THRU P-ACHA-MES-FIM.
           IF WS-ACHOU-IDX = ZEROS
               GO TO P-VARRE-RECEBER-LER.
           PERFORM P-JULIANO-DMA.
           COMPUTE WS-PRAZO = WS-CJ-RESULT - WS-JUL-INI.
           IF WS-PRAZO < ZEROS
               MOVE ZEROS TO WS-PRAZO.
           MOVE REC-VALOR-RECEB TO WS-VALOR-BASE.
           IF WS-VALOR-BASE = ZEROS
               MOVE REC-VALOR TO WS-VALOR-BASE.
           PERFORM P-SOMA-RECEBIDO.
           GO TO P-VARRE-RECEBER-LER.
       P-VARRE-RECEBER-FECHA.
           CLOSE RECEBER.

      *-----cartao: da venda ate a adquirente pagar---------------------*
       P-VARRE-CARTAO.
           DISPLAY (08 04) "Apurando cartoes (CARTAO.DAT)...       ".
           OPEN INPUT CARTAO.
           IF FS-CART NOT = "00"
               CLOSE CARTAO
               GO TO P-VARRE-ESTOQUE.
           MOVE ZEROS TO CART-CHAVE.
           START CARTAO KEY IS NOT LESS THAN CART-CHAVE
               INVALID KEY
                   GO TO P-VARRE-CARTAO-FECHA.
       P-VARRE-CARTAO-LER.
           READ CARTAO NEXT RECORD
               AT END
                   GO TO P-VARRE-CARTAO-FECHA.
           IF CART-PENDENTE OR CART-DATA-PAGO = ZEROS
               GO TO P-VARRE-CARTAO-LER.
           MOVE CART-VENDA-ANO TO WS-CJ-ANO.
           MOVE CART-VENDA-MES TO WS-CJ-MES.
           MOVE CART-VENDA-DIA TO WS-CJ-DIA.
           IF WS-CJ-MES < 1 OR WS-CJ-MES > 12
               GO TO P-VARRE-CARTAO-LER.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-JUL-INI.
           MOVE CART-DATA-PAGO TO WS-DMA.
           IF WS-DMA-MES < 1 OR WS-DMA-MES > 12
               GO TO P-VARRE-CARTAO-LER.
           PERFORM P-ACHA-MES THRU P-ACHA-MES-FIM.
           IF WS-ACHOU-IDX = ZEROS
               GO TO P-VARRE-CARTAO-LER.
           PERFORM P-JULIANO-DMA.
           COMPUTE WS-PRAZO = WS-CJ-RESULT - WS-JUL-INI.
           IF WS-PRAZO < ZEROS
               MOVE ZEROS TO WS-PRAZO.
           MOVE CART-VALOR-PAGO TO WS-VALOR-BASE.
           IF WS-VALOR-BASE = ZEROS
               MOVE CART-VALOR-LIQ TO WS-VALOR-BASE.
           PERFORM P-SOMA-RECEBIDO.
           GO TO P-VARRE-CARTAO-LER.
       P-VARRE-CARTAO-FECHA.
           CLOSE CARTAO.

      *-----------------------------------------------------------*
      * PME: estoque atual a custo medio; depois o diario de       *
      * estoque, valorizado ao mesmo custo, da o custo da venda    *
      * do PDV de cada mes e o saldo liquido que o mes mexeu.      *
      *-----------------------------------------------------------*
       P-VARRE-ESTOQUE.
           DISPLAY (08 04) "Apurando estoque (ESTOQUE/MOVEST)...   ".
           MOVE ZEROS TO WS-ESTQ-ATUAL.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT = "00"
               CLOSE ESTOQUE
               GO TO P-CALCULA.
           MOVE ZEROS TO PROD-COD.
           START ESTOQUE KEY IS NOT LESS THAN PROD-COD
               INVALID KEY
                   GO TO P-VARRE-MOVEST.
       P-VARRE-ESTOQUE-LER.
           READ ESTOQUE NEXT RECORD
               AT END
                   GO TO P-VARRE-MOVEST.
           COMPUTE WS-ESTQ-ATUAL ROUNDED =
               WS-ESTQ-ATUAL + PROD-QTDE * PROD-CUSTO-MEDIO.
           GO TO P-VARRE-ESTOQUE-LER.
       P-VARRE-MOVEST.
           MOVE "MOVEST.DAT" TO WS-ARQ-MOVEST.
           PERFORM P-LE-MOVEST THRU P-LE-MOVEST-FIM.
      *     os 12 meses atravessam o ano: o exercicio anterior pode
      *     ja ter sido mudado p/ MOVESTnn.DAT pelo expurgo
           MOVE WS-MM-AM(12) TO WS-DOC-AM.
           IF WS-DA-ANO < ANO
               MOVE WS-DA-ANO TO WS-ANO-ARQ
               COMPUTE WS-AMM-ANO = WS-ANO-ARQ - 2000
               MOVE WS-ARQ-MOV-MONTA TO WS-ARQ-MOVEST
               PERFORM P-LE-MOVEST THRU P-LE-MOVEST-FIM.
           CLOSE ESTOQUE.
           GO TO P-CALCULA.

       P-LE-MOVEST.
           OPEN INPUT MOVEST.
           IF FS-MOVEST NOT = "00"
               CLOSE MOVEST
               GO TO P-LE-MOVEST-FIM.
       P-LE-MOVEST-LER.
           READ MOVEST
               AT END
                   CLOSE MOVEST
                   GO TO P-LE-MOVEST-FIM.
           COMPUTE WS-DOC-AM = MOV-ANO * 100 + MOV-MES.
           PERFORM P-ACHA-AM THRU P-ACHA-AM-FIM.
           IF WS-ACHOU-IDX = ZEROS
               GO TO P-LE-MOVEST-LER.
           MOVE MOV-PROD-COD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   GO TO P-LE-MOVEST-LER.
           COMPUTE WS-VALOR-MOV ROUNDED = MOV-QTDE * PROD-CUSTO-MEDIO.
           ADD WS-VALOR-MOV TO WS-MM-LIQ(WS-ACHOU-IDX).
      *     venda do PDV (saida sem documento) e o custo da mercadoria
      *     vendida; o estorno (ESTPDV) sai da conta nos dois lados
           IF MOV-SAIDA AND MOV-NUM-CHE = SPACES
               COMPUTE WS-MM-CMV(WS-ACHOU-IDX) =
                   WS-MM-CMV(WS-ACHOU-IDX) - WS-VALOR-MOV.
           GO TO P-LE-MOVEST-LER.
       P-LE-MOVEST-FIM.

      *-----------------------------------------------------------*
      * Estoque no fim de cada mes, de tras p/ frente a partir do  *
      * atual, e os prazos de cada mes.                            *
      *-----------------------------------------------------------*
       P-CALCULA.
           CLOSE BANCO.
           MOVE WS-ESTQ-ATUAL TO WS-MM-ESTQ(1).
           MOVE 1 TO WS-IDX.
       P-CALCULA-ESTQ.
           ADD 1 TO WS-IDX.
           IF WS-IDX > 12
               GO TO P-IMPRIME.
           COMPUTE WS-MM-ESTQ(WS-IDX) =
               WS-MM-ESTQ(WS-IDX - 1) - WS-MM-LIQ(WS-IDX - 1).
           GO TO P-CALCULA-ESTQ.

       P-IMPRIME.
           OPEN OUTPUT ARQSAID.
           MOVE WS-EMPRESA-ATUAL TO EMP-TIT.
           MOVE WS-NOME-EMP TO NOME-TIT.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CABEC.
           DISPLAY (08 01) WS-LIMPA.
           DISPLAY (08 01) LINHA-CABEC.
           MOVE ZEROS TO WS-TOT-PAG WS-TOT-PAG-DV.
           MOVE ZEROS TO WS-TOT-REC WS-TOT-REC-DV.
           MOVE ZEROS TO WS-TOT-CMV WS-TOT-ESTQ WS-TOT-DIAS.
           MOVE 9 TO LIN.
      *     do mais antigo p/ o corrente, como se le um grafico
           MOVE 13 TO WS-IDX.
       P-IMPRIME-LOOP.
           SUBTRACT 1 FROM WS-IDX.
           IF WS-IDX = ZEROS
               GO TO P-IMPRIME-TOTAL.
           MOVE WS-MM-AM(WS-IDX) TO WS-DOC-AM.
           MOVE WS-DA-MES TO MES-DET.
           MOVE WS-DA-ANO TO ANO-DET.
           MOVE ZEROS TO WS-PMP WS-PMR WS-PME.
           IF WS-MM-PAG(WS-IDX) NOT = ZEROS
               COMPUTE WS-PMP ROUNDED =
                   WS-MM-PAG-DV(WS-IDX) / WS-MM-PAG(WS-IDX).
           IF WS-MM-REC(WS-IDX) NOT = ZEROS
               COMPUTE WS-PMR ROUNDED =
                   WS-MM-REC-DV(WS-IDX) / WS-MM-REC(WS-IDX).
           IF WS-MM-CMV(WS-IDX) NOT = ZEROS AND WS-MM-ESTQ(WS-IDX) > 0
               COMPUTE WS-PME ROUNDED =
                   WS-MM-ESTQ(WS-IDX) * WS-MM-DIAS(WS-IDX)
                   / WS-MM-CMV(WS-IDX).
           MOVE WS-MM-CMV(WS-IDX) TO CMV-DET.
           PERFORM P-MOSTRA-LINHA.
           ADD WS-MM-PAG(WS-IDX) TO WS-TOT-PAG.
           ADD WS-MM-PAG-DV(WS-IDX) TO WS-TOT-PAG-DV.
           ADD WS-MM-REC(WS-IDX) TO WS-TOT-REC.
           ADD WS-MM-REC-DV(WS-IDX) TO WS-TOT-REC-DV.
           ADD WS-MM-CMV(WS-IDX) TO WS-TOT-CMV.
           ADD WS-MM-ESTQ(WS-IDX) TO WS-TOT-ESTQ.
           ADD WS-MM-DIAS(WS-IDX) TO WS-TOT-DIAS.
           GO TO P-IMPRIME-LOOP.
      *-----periodo: prazos ponderados dos 12 meses; PME pelo estoque--*
      *-----medio de fim de mes sobre o CMV do periodo-----------------*
       P-IMPRIME-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE ZEROS TO WS-PMP WS-PMR WS-PME.
           IF WS-TOT-PAG NOT = ZEROS
               COMPUTE WS-PMP ROUNDED = WS-TOT-PAG-DV / WS-TOT-PAG.
           IF WS-TOT-REC NOT = ZEROS
               COMPUTE WS-PMR ROUNDED = WS-TOT-REC-DV / WS-TOT-REC.
           IF WS-TOT-CMV NOT = ZEROS AND WS-TOT-ESTQ > 0
               COMPUTE WS-PME ROUNDED =
                   WS-TOT-ESTQ / 12 * WS-TOT-DIAS / WS-TOT-CMV.
           MOVE WS-TOT-CMV TO CMV-DET.
           MOVE "PERIODO" TO ROTULO-DET.
           ADD 1 TO LIN.
           PERFORM P-MOSTRA-LINHA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           DISPLAY (22 04) "Quadro gravado em BANCO35.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-SAI.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO55.COM".

      *-----ciclos e uma linha do quadro, na tela e no arquivo---------*
       P-MOSTRA-LINHA.
           COMPUTE WS-CICLO-OPER = WS-PME + WS-PMR.
           COMPUTE WS-CICLO-CAIXA = WS-CICLO-OPER - WS-PMP.
           MOVE WS-PME TO PME-DET.
           MOVE WS-PMR TO PMR-DET.
           MOVE WS-PMP TO PMP-DET.
           MOVE WS-CICLO-OPER TO CICLO-OPER-DET.
           MOVE WS-CICLO-CAIXA TO CICLO-CAIXA-DET.
           WRITE REG-ARQSAID FROM LINHA-MES.
           DISPLAY (LIN, 01) LINHA-MES.
           ADD 1 TO LIN.

      *-----recebimento (receber ou cartao) no balde do mes-------------*
       P-SOMA-RECEBIDO.
           ADD WS-VALOR-BASE TO WS-MM-REC(WS-ACHOU-IDX).
           COMPUTE WS-MM-REC-DV(WS-ACHOU-IDX) =
               WS-MM-REC-DV(WS-ACHOU-IDX) + WS-VALOR-BASE * WS-PRAZO.

      *-----mes da data DDMMAAAA (WS-DMA) entre os 12 baldes-----------*
       P-ACHA-MES.
           COMPUTE WS-DOC-AM = WS-DMA-ANO * 100 + WS-DMA-MES.
       P-ACHA-AM.
           MOVE ZEROS TO WS-ACHOU-IDX.
           MOVE ZEROS TO WS-IDX.
       P-ACHA-AM-LOOP.
           ADD 1 TO WS-IDX.
           IF WS-IDX > 12
               GO TO P-ACHA-AM-FIM.
           IF WS-MM-AM(WS-IDX) NOT = WS-DOC-AM
               GO TO P-ACHA-AM-LOOP.
           MOVE WS-IDX TO WS-ACHOU-IDX.
       P-ACHA-AM-FIM.
       P-ACHA-MES-FIM.

      *-----juliano da data DDMMAAAA em WS-DMA-------------------------*
       P-JULIANO-DMA.
           MOVE WS-DMA-ANO TO WS-CJ-ANO.
           MOVE WS-DMA-MES TO WS-CJ-MES.
           MOVE WS-DMA-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.

       P-CALCULA-JULIANO.
           MOVE ZEROS TO WS-CJ-AJUSTE.
           DIVIDE WS-CJ-ANO BY 4 GIVING WS-CJ-DIVANO
                                 REMAINDER WS-CJ-RESTO.
           IF WS-CJ-RESTO = 0 AND WS-CJ-MES > 2
               MOVE 1 TO WS-CJ-AJUSTE.
           COMPUTE WS-CJ-RESULT =
               ( WS-CJ-ANO * 365 ) + WS-CJ-DIVANO
               + WS-TAB-MES-V ( WS-CJ-MES ) + WS-CJ-DIA + WS-CJ-AJUSTE.

      *-----nome da empresa da sessao (EMPRESA.DAT)--------------------*
       P-LE-EMPRESA.
           MOVE SPACES TO WS-NOME-EMP.
           OPEN INPUT EMPRESA.
           IF FS-EMPRESA NOT = "00"
               CLOSE EMPRESA
               EXIT PARAGRAPH.
           MOVE WS-EMPRESA-ATUAL TO EMPRESA-COD.
           READ EMPRESA
               INVALID KEY
                   CLOSE EMPRESA
                   EXIT PARAGRAPH.
           MOVE EMPRESA-NOME TO WS-NOME-EMP.
           CLOSE EMPRESA.

      *-----------------------------------------------------------*
      * Sessao DESTA estacao: qual movimento abrir.                *
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
      * Identidade da estacao (TERMINAL.DAT local).                *
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
