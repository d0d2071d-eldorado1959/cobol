       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MERC25.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    VALE-PRESENTE (EMISSAO E RESGATE)
      *    No Natal as empresas compram vales da loja p/ os
      *    funcionarios; eram papeizinhos numerados e ninguem
      *    sabia quanto estava em aberto nem quais ja tinham sido
      *    usados. Aqui cada lote de vales e emitido com numero,
      *    valor de face, cliente comprador (CLIENTE.DAT, RECEB02),
      *    validade e forma de pagamento, em VALEPRES.DAT (ver
      *    VPRESMAST); a venda do lote vira um recebivel do
      *    comprador em RECEBER.DAT - ja recebido quando pago no
      *    ato (dinheiro, cartao, PIX), em aberto quando faturado,
      *    com a trava de limite de credito do RECEB01. O resgate
      *    no caixa e digitado aqui ou vem do PDV.TXT (linha "V",
      *    importada pelo MERC06); o uso parcial abate o saldo e
      *    cada apresentacao fica em VALEUSO.DAT (ver VPUSOMAST) -
      *    a recusada tambem, com o motivo (nao emitido,
      *    cancelado, vencido, ja utilizado, saldo insuficiente).
      *    A consulta mostra o vale, o pagamento do comprador e o
      *    historico de usos. O relatorio (tela e MERC25.TXT) traz
      *    os vales em aberto (o passivo da loja), os vencidos com
      *    saldo nao utilizado e as apresentacoes recusadas do
      *    periodo - o vale apresentado duas vezes aparece ali
      *    como "JA UTILIZADO". Menu de Estoque (BANCO36, opcao
      *    25).
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALEPRES ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VPR-NUM
                  FILE STATUS IS FS-VPR.
           SELECT VALEUSO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VPU-CHAVE
                  FILE STATUS IS FS-VPU.
           SELECT CLIENTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLI-COD
                  FILE STATUS IS FS-CLI.
           SELECT RECEBER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REC-NUM
                  FILE STATUS IS FS-REC.
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
       COPY VPRESMAST.

       COPY VPUSOMAST.

       COPY CLIMAST.

       COPY RECEBMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada---------*
      *-----micro): so o numero do terminal----------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "MERC25.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY RARQMAST.

       WORKING-STORAGE SECTION.
      *-----sessao POR TERMINAL: cada estacao le TERMINAL.DAT local----*
      *-----e abre o seu proprio SESSAOnn.DAT (terminal 1 = o----------*
      *-----SESSAO.DAT de sempre) - duas estacoes nao se atropelam-----*
      *-----mais na mesma sessao---------------------------------------*
       77 FS-TERM               PIC XX.
       77 WS-TERMINAL           PIC 99 VALUE 1.
       01 WS-ARQ-SESSAO         PIC X(12) VALUE "SESSAO.DAT".
       01 WS-ARQ-SESS-MONTA.
           03 FILLER           PIC X(06) VALUE "SESSAO".
           03 WS-ARQ-SESS-COD  PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
       77 FS-SESSAO             PIC XX.
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 FS-VPR                PIC XX.
       77 FS-VPU                PIC XX.
       77 FS-CLI                PIC XX.
       77 FS-REC                PIC XX.
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
       77 WS-LIMPA              PIC X(60) VALUE SPACES.
       77 WS-OPCAO              PIC X VALUE SPACES.
       77 WS-MOSTRA-VALOR       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *-----lote de vales da emissao: faixa de numeros, valor de------*
      *-----face, comprador e o total que vira o recebivel-------------*
       77 WS-VALE-NUM           PIC 9(06) VALUE ZEROS.
       77 WS-VALE-PRIM          PIC 9(06) VALUE ZEROS.
       77 WS-VALE-ULT           PIC 9(07) VALUE ZEROS.
       77 WS-VALE-IX            PIC 9(07) VALUE ZEROS.
       77 WS-QTDE               PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-FACE         PIC 9(07)V99 VALUE ZEROS.
       77 WS-TOTAL              PIC 9(09)V99 VALUE ZEROS.
       77 WS-CLI                PIC 9(04) VALUE ZEROS.
       77 WS-FORMA              PIC X VALUE SPACES.
       77 WS-VALIDADE           PIC 9(08) VALUE ZEROS.
       77 WS-ABERTO-CLI         PIC 9(11)V99 VALUE ZEROS.
       01 WS-VCTO.
           03 WS-VCTO-DIA       PIC 99.
           03 WS-VCTO-MES       PIC 99.
           03 WS-VCTO-ANO       PIC 9(04).
       01 WS-MEMO-VALE.
           03 FILLER            PIC X(14) VALUE "VALE-PRESENTE ".
           03 WS-MVP-PRIM       PIC 9(06).
           03 FILLER            PIC X(01) VALUE "-".
           03 WS-MVP-ULT        PIC 9(06).
           03 FILLER            PIC X(03) VALUE SPACES.

      *-----apresentacao do vale no caixa (uso ou recusa)--------------*
       77 WS-VALE-USO           PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALE-SIT           PIC X VALUE SPACES.
       77 WS-VALE-MOTIVO        PIC X(12) VALUE SPACES.
       77 WS-VPU-SEQ            PIC 9(03) VALUE ZEROS.

      *-----proximo REC-NUM (AA + sequencial) do RECEBER.DAT-----------*
       77 WS-ANO2               PIC 99 VALUE ZEROS.
       01 WS-REC-NUM            PIC 9(06) VALUE ZEROS.
       01 WS-REC-NUM-R REDEFINES WS-REC-NUM.
           03 WS-REC-NUM-ANO     PIC 99.
           03 WS-REC-NUM-SEQ     PIC 9(04).
       01 WS-REC-BUF            PIC X(06) VALUE ZEROS.
       01 WS-REC-BUF-R REDEFINES WS-REC-BUF.
           03 WS-REC-BUF-ANO    PIC 99.
           03 WS-REC-BUF-SEQ    PIC 9(04).

      *-----data digitada DDMMAAAA e a mesma em AAAAMMDD p/ gravar-----*
       01 WS-DMA.
           03 WS-DMA-DIA       PIC 99.
           03 WS-DMA-MES       PIC 99.
           03 WS-DMA-ANO       PIC 9(04).
       01 WS-DMA-N REDEFINES WS-DMA PIC 9(08).
       01 WS-AMD.
           03 WS-AMD-ANO       PIC 9(04).
           03 WS-AMD-MES       PIC 99.
           03 WS-AMD-DIA       PIC 99.
       01 WS-AMD-N REDEFINES WS-AMD PIC 9(08).
       01 WS-DATA-MOSTRA.
           03 WS-DM-DIA        PIC 99.
           03 FILLER           PIC X VALUE "/".
           03 WS-DM-MES        PIC 99.
           03 FILLER           PIC X VALUE "/".
           03 WS-DM-ANO        PIC 9(04).

      *-----periodo das recusas e totais do relatorio------------------*
       77 WS-DE-AMD             PIC 9(08) VALUE ZEROS.
       77 WS-ATE-AMD            PIC 9(08) VALUE ZEROS.
       77 WS-QT-ABERTO          PIC 9(05) VALUE ZEROS.
       77 WS-QT-VENCIDO         PIC 9(05) VALUE ZEROS.
       77 WS-QT-RECUSA          PIC 9(05) VALUE ZEROS.
       77 WS-QT-REAPRES         PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ABERTO         PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-VENCIDO        PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-RECUSA         PIC 9(11)V99 VALUE ZEROS.
       01 WS-FILTRO-REL.
           03 FILLER            PIC X(16) VALUE "Vales; recusas ".
           03 WS-FR-DE          PIC X(10).
           03 FILLER            PIC X(03) VALUE " a ".
           03 WS-FR-ATE         PIC X(10).
           03 FILLER            PIC X(20) VALUE SPACES.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.
       01 WS-HOJE-AMD REDEFINES WS-DATA PIC 9(08).

       01 LINHA-TRACO.
           02 F PIC X(78) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(24) VALUE "Vales-Presente em ".
           02 TIT-DIA          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-ANO          PIC 9(04).
       01 LINHA-SECAO.
           02 F PIC X(02) VALUE SPACES.
           02 SECAO-DET         PIC X(60).
       01 LINHA-CAB.
           02 F PIC X(20) VALUE "    Vale Cli  Compra".
           02 F PIC X(20) VALUE "dor         Emissao ".
           02 F PIC X(20) VALUE "  Validade    Valor ".
           02 F PIC X(17) VALUE "Face        Saldo".
       01 LINHA-DET.
           02 F PIC X(02) VALUE SPACES.
           02 NUM-DET          PIC 9(06).
           02 F PIC X(01) VALUE SPACES.
           02 CLI-DET          PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 NOME-DET         PIC X(15).
           02 F PIC X(01) VALUE SPACES.
           02 EMIS-DET         PIC X(10).
           02 F PIC X(01) VALUE SPACES.
           02 VALID-DET        PIC X(10).
           02 F PIC X(01) VALUE SPACES.
           02 VALOR-DET        PIC Z.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 SALDO-DET        PIC Z.ZZZ.ZZ9,99.
       01 LINHA-CAB-REC.
           02 F PIC X(20) VALUE "    Vale  Apresent. ".
           02 F PIC X(20) VALUE "       Valor Origem ".
           02 F PIC X(06) VALUE "Motivo".
       01 LINHA-REC.
           02 F PIC X(02) VALUE SPACES.
           02 NUM-REC          PIC 9(06).
           02 F PIC X(01) VALUE SPACES.
           02 DATA-REC         PIC X(10).
           02 F PIC X(01) VALUE SPACES.
           02 VALOR-REC        PIC Z.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 ORIGEM-REC       PIC X(06).
           02 F PIC X(01) VALUE SPACES.
           02 MOTIVO-REC       PIC X(12).
       01 LINHA-SOMA.
           02 SOMA-ROT         PIC X(30).
           02 SOMA-QTDE        PIC ZZ.ZZ9.
           02 F PIC X(07) VALUE " vales ".
           02 F PIC X(17) VALUE SPACES.
           02 SOMA-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "MERC25" BLINK.
           02 LINE 02 COLUMN 24 VALUE " Vales-Presente " BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Emissao de Vales".
           02 LINE 06 COLUMN 04 VALUE
               "<2> Resgate no Caixa (digitado)".
           02 LINE 07 COLUMN 04 VALUE "<3> Consulta de Vale".
           02 LINE 08 COLUMN 04 VALUE "<4> Cancelar Vale".
           02 LINE 09 COLUMN 04 VALUE
               "<5> Relatorio (Aberto/Vencido/Recusas)".
           02 LINE 10 COLUMN 04 VALUE "<0> Sair".
           02 LINE 12 COLUMN 04 VALUE "Opcao..............=".

       01 TELA-EMI.
           02 LINE 05 COLUMN 04 VALUE "Primeiro Vale No...=".
           02 LINE 06 COLUMN 04 VALUE "Quantidade.........=".
           02 LINE 07 COLUMN 04 VALUE "Valor de Face R$...=".
           02 LINE 08 COLUMN 04 VALUE "Cliente Comprador..=".
           02 LINE 09 COLUMN 04 VALUE "Validade...........=".
           02 LINE 10 COLUMN 04 VALUE "Pagamento..........=".
           02 LINE 10 COLUMN 30 VALUE
               "D=dinheiro C=cartao P=PIX F=faturado".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O VALEPRES.
           IF FS-VPR = "30" OR FS-VPR = "35"
               CLOSE VALEPRES
               OPEN OUTPUT VALEPRES
               CLOSE VALEPRES
               OPEN I-O VALEPRES.
           OPEN I-O VALEUSO.
           IF FS-VPU = "30" OR FS-VPU = "35"
               CLOSE VALEUSO
               OPEN OUTPUT VALEUSO
               CLOSE VALEUSO
               OPEN I-O VALEUSO.
           OPEN I-O RECEBER.
           IF FS-REC = "30" OR FS-REC = "35"
               CLOSE RECEBER
               OPEN OUTPUT RECEBER
               CLOSE RECEBER
               OPEN I-O RECEBER.
           OPEN INPUT CLIENTE.
           IF FS-CLI NOT = "00"
               DISPLAY (22 04) "!! CADASTRO DE CLIENTES NAO ACHADO"
               ACCEPT WS-P
               CLOSE VALEPRES VALEUSO RECEBER CLIENTE
               DISPLAY (01 01) ERASE
               CHAIN "BANCO36.COM".
           ACCEPT WS-DATA-DOS FROM DATE.
           MOVE ANO-DOS TO WS-ANO2.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (12 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-EMITIR THRU P-EMITIR-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-RESGATAR THRU P-RESGATAR-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-CONSULTAR THRU P-CONSULTAR-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "4"
               PERFORM P-CANCELAR THRU P-CANCELAR-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "5"
               PERFORM P-RELATORIO THRU P-RELATORIO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
      * Emissao de um lote de vales do mesmo valor p/ um comprador.
      * A faixa de numeros nao pode ter vale ja emitido. O total
      * do lote vira UM recebivel do comprador em RECEBER.DAT
      * (memo "VALE-PRESENTE inicio-fim"): pago no ato ja nasce
      * recebido hoje; faturado fica em aberto com vencimento,
      * sujeito ao limite de credito do cliente.
       P-EMITIR.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC25".
           DISPLAY (02 24) " Vales-Presente ".
           DISPLAY TELA-EMI.
           PERFORM P-PROXIMO-VALE THRU P-PROXIMO-VALE-FIM.
           ACCEPT (05 25) WS-VALE-PRIM WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-VALE-PRIM = ZEROS
               GO TO P-EMITIR-FIM.
           MOVE ZEROS TO WS-QTDE.
           ACCEPT (06 25) WS-QTDE WITH PROMPT AUTO-SKIP.
           IF WS-QTDE = ZEROS
               GO TO P-EMITIR-FIM.
           COMPUTE WS-VALE-ULT = WS-VALE-PRIM + WS-QTDE - 1.
           IF WS-VALE-ULT > 999999
               DISPLAY (22 04) "!! FAIXA PASSA DO VALE 999999 !!"
               ACCEPT WS-P
               GO TO P-EMITIR-FIM.
           PERFORM P-TESTA-FAIXA.
           IF WS-VALE-NUM NOT = ZEROS
               DISPLAY (22 04) "!! VALE " WS-VALE-NUM
                   " JA EMITIDO NA FAIXA !!"
               ACCEPT WS-P
               GO TO P-EMITIR-FIM.
           MOVE WS-VALE-ULT TO WS-MVP-ULT.
           DISPLAY (06 30) "vales " WS-VALE-PRIM " a " WS-MVP-ULT.
           MOVE ZEROS TO WS-VALOR-FACE.
           ACCEPT (07 25) WS-VALOR-FACE WITH PROMPT.
           IF WS-VALOR-FACE = ZEROS
               GO TO P-EMITIR-FIM.
           COMPUTE WS-TOTAL = WS-VALOR-FACE * WS-QTDE
               ON SIZE ERROR
                   DISPLAY (22 04) "!! TOTAL DO LOTE MUITO ALTO !!"
                   ACCEPT WS-P
                   GO TO P-EMITIR-FIM.
       P-EMITIR-CLI.
           MOVE ZEROS TO WS-CLI.
           ACCEPT (08 25) WS-CLI WITH PROMPT AUTO-SKIP.
           IF WS-CLI = ZEROS
               GO TO P-EMITIR-FIM.
           MOVE WS-CLI TO CLI-COD.
           READ CLIENTE
               INVALID KEY
                   DISPLAY (22 04) "!! CLIENTE NAO CADASTRADO !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-EMITIR-CLI.
           IF CLI-INATIVO
               DISPLAY (22 04) "!! CLIENTE INATIVO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-EMITIR-CLI.
           DISPLAY (08 31) CLI-NOME.
      *     validade sugerida: um ano a partir de hoje
           COMPUTE WS-AMD-N = WS-HOJE-AMD + 10000.
           IF WS-AMD-MES = 2 AND WS-AMD-DIA = 29
               MOVE 28 TO WS-AMD-DIA.
           MOVE WS-AMD-DIA TO WS-DMA-DIA.
           MOVE WS-AMD-MES TO WS-DMA-MES.
           MOVE WS-AMD-ANO TO WS-DMA-ANO.
       P-EMITIR-VALIDADE.
           DISPLAY (09 25) "  /  /    ".
           ACCEPT (09 25) WS-DMA-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (09 28) WS-DMA-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (09 31) WS-DMA-ANO WITH PROMPT UPDATE AUTO-SKIP.
           PERFORM P-DMA-AMD.
           IF WS-AMD-N NOT > WS-HOJE-AMD
               DISPLAY (22 04) "!! VALIDADE TEM QUE SER FUTURA !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-EMITIR-VALIDADE.
           MOVE WS-AMD-N TO WS-VALIDADE.
       P-EMITIR-FORMA.
           MOVE SPACES TO WS-FORMA.
           ACCEPT (10 25) WS-FORMA WITH PROMPT AUTO-SKIP.
           IF WS-FORMA = "d" MOVE "D" TO WS-FORMA.
           IF WS-FORMA = "c" MOVE "C" TO WS-FORMA.
           IF WS-FORMA = "p" MOVE "P" TO WS-FORMA.
           IF WS-FORMA = "f" MOVE "F" TO WS-FORMA.
           IF WS-FORMA NOT = "D" AND WS-FORMA NOT = "C"
                   AND WS-FORMA NOT = "P" AND WS-FORMA NOT = "F"
               GO TO P-EMITIR-FORMA.
           MOVE DIA TO WS-VCTO-DIA.
           MOVE MES TO WS-VCTO-MES.
           MOVE ANO TO WS-VCTO-ANO.
           IF WS-FORMA = "F"
               PERFORM P-EMITIR-FATURA THRU P-EMITIR-FATURA-FIM
               IF WS-FORMA = SPACES
                   GO TO P-EMITIR-FIM.
           DISPLAY (13 04) "Total do Lote R$...=".
           MOVE WS-TOTAL TO WS-MOSTRA-VALOR.
           DISPLAY (13 25) WS-MOSTRA-VALOR.
           DISPLAY (16 04) "Emite os vales < S/N >? ".
           ACCEPT (16 29) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-EMITIR-FIM.
           PERFORM P-PROXIMO-REC THRU P-PROXIMO-REC-FIM.
           PERFORM P-GRAVA-REC.
           PERFORM P-GRAVA-VALES THRU P-GRAVA-VALES-FIM.
           DISPLAY (22 04) WS-QTDE " vale(s) emitido(s), recebivel "
               WS-REC-NUM " - Tecle < ENTER >".
           ACCEPT WS-P.
       P-EMITIR-FIM.

      *-----faturado: vencimento (sugerido daqui a um mes) e a---------*
      *-----trava de limite de credito do RECEB01; estourado, volta----*
      *-----com WS-FORMA em branco-------------------------------------*
       P-EMITIR-FATURA.
           ADD 1 TO WS-VCTO-MES.
           IF WS-VCTO-MES > 12
               MOVE 1 TO WS-VCTO-MES
               ADD 1 TO WS-VCTO-ANO.
           IF WS-VCTO-DIA > 28
               MOVE 28 TO WS-VCTO-DIA.
           DISPLAY (11 04) "Vencimento Fatura..=".
           DISPLAY (11 25) "  /  /    ".
           ACCEPT (11 25) WS-VCTO-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (11 28) WS-VCTO-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (11 31) WS-VCTO-ANO WITH PROMPT UPDATE AUTO-SKIP.
           IF CLI-LIMITE = ZEROS
               GO TO P-EMITIR-FATURA-FIM.
           PERFORM P-ABERTO-CLI THRU P-ABERTO-CLI-FIM.
           IF WS-ABERTO-CLI + WS-TOTAL > CLI-LIMITE
               MOVE WS-ABERTO-CLI TO WS-MOSTRA-VALOR
               DISPLAY (22 04) "!! LIMITE ESTOURADO - ABERTO R$ "
                   WS-MOSTRA-VALOR " !!"
               ACCEPT WS-P
               MOVE SPACES TO WS-FORMA.
       P-EMITIR-FATURA-FIM.

      *-----primeiro vale ja emitido dentro da faixa (zeros = livre)---*
       P-TESTA-FAIXA.
           MOVE ZEROS TO WS-VALE-NUM.
           MOVE WS-VALE-PRIM TO VPR-NUM.
           START VALEPRES KEY IS NOT LESS THAN VPR-NUM
               INVALID KEY
                   EXIT PARAGRAPH.
           READ VALEPRES NEXT RECORD
               AT END
                   EXIT PARAGRAPH.
           IF VPR-NUM NOT > WS-VALE-ULT
               MOVE VPR-NUM TO WS-VALE-NUM.

      *-----um registro por vale da faixa, amarrado ao recebivel-------*
       P-GRAVA-VALES.
           MOVE WS-VALE-PRIM TO WS-VALE-IX.
       P-GRAVA-VALES-LOOP.
           IF WS-VALE-IX > WS-VALE-ULT
               GO TO P-GRAVA-VALES-FIM.
           MOVE SPACES TO REG-VALEPRES.
           MOVE WS-VALE-IX TO VPR-NUM.
           MOVE WS-EMPRESA-ATUAL TO VPR-EMPRESA.
           MOVE WS-CLI TO VPR-CLI-COD.
           MOVE WS-VALOR-FACE TO VPR-VALOR.
           MOVE WS-VALOR-FACE TO VPR-SALDO.
           MOVE WS-HOJE-AMD TO VPR-EMISSAO.
           MOVE WS-VALIDADE TO VPR-VALIDADE.
           MOVE WS-FORMA TO VPR-FORMA.
           MOVE WS-REC-NUM TO VPR-REC-NUM.
           MOVE "A" TO VPR-SITUACAO.
           MOVE ZEROS TO VPR-ULT-USO.
           MOVE WS-OPER-ATUAL TO VPR-OPER-COD.
           WRITE REG-VALEPRES INVALID KEY
               DISPLAY (22 04) "!! VALE " VPR-NUM " JA EXISTENTE !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA.
           ADD 1 TO WS-VALE-IX.
           GO TO P-GRAVA-VALES-LOOP.
       P-GRAVA-VALES-FIM.

      *-----venda do lote = recebivel do comprador; pago no ato ja-----*
      *-----baixado hoje, faturado em aberto ate o RECEB01 confirmar---*
       P-GRAVA-REC.
           MOVE SPACES TO REG-RECEBER.
           MOVE WS-REC-NUM TO REC-NUM.
           MOVE WS-CLI TO REC-CLI-COD.
           MOVE ZEROS TO REC-CRED-PARC.
           MOVE ZEROS TO REC-CRED-QTDE.
           MOVE WS-VCTO-DIA TO REC-DIA.
           MOVE WS-VCTO-MES TO REC-MES.
           MOVE WS-VCTO-ANO TO REC-ANO.
           MOVE WS-TOTAL TO REC-VALOR.
           COMPUTE REC-INSCR = DIA * 1000000 + MES * 10000 + ANO.
           IF WS-FORMA = "F"
               MOVE ZEROS TO REC-DATA-RECEB
               MOVE ZEROS TO REC-VALOR-RECEB
           ELSE
               MOVE REC-INSCR TO REC-DATA-RECEB
               MOVE WS-TOTAL TO REC-VALOR-RECEB.
           MOVE WS-VALE-PRIM TO WS-MVP-PRIM.
           MOVE WS-VALE-ULT TO WS-MVP-ULT.
           MOVE WS-MEMO-VALE TO REC-MEMO.
           MOVE ZEROS TO REC-AVISO-NIVEL.
           MOVE ZEROS TO REC-AVISO-DATA.
           MOVE ZEROS TO REC-PROTESTO-DATA.
           MOVE ZEROS TO REC-PERDA-DATA.
           MOVE ZEROS TO REC-JUROS-RECEB.
           WRITE REG-RECEBER INVALID KEY
               DISPLAY (22 04) "!! NUMERO JA EXISTENTE " REC-NUM
               ACCEPT WS-P.

      *-----------------------------------------*
      * Resgate digitado no caixa: vale emitido, ativo, dentro da
      * validade e com saldo para o valor pedido abate o saldo (o
      * uso parcial deixa o resto p/ a proxima compra); qualquer
      * outro caso e recusado e a apresentacao fica registrada
      * com o motivo.
       P-RESGATAR.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC25".
           DISPLAY (02 24) " Vales-Presente ".
           MOVE ZEROS TO WS-VALE-NUM.
           DISPLAY (05 04) "Vale No............=".
           ACCEPT (05 25) WS-VALE-NUM WITH PROMPT AUTO-SKIP.
           IF WS-VALE-NUM = ZEROS
               GO TO P-RESGATAR-FIM.
           MOVE ZEROS TO WS-VALE-USO.
           MOVE SPACES TO WS-VALE-MOTIVO.
           MOVE WS-VALE-NUM TO VPR-NUM.
           READ VALEPRES
               INVALID KEY
                   MOVE "NAO EMITIDO" TO WS-VALE-MOTIVO
                   GO TO P-RESGATAR-RECUSA.
           PERFORM P-MOSTRA-VALE.
           IF VPR-CANCELADO
               MOVE "CANCELADO" TO WS-VALE-MOTIVO
               GO TO P-RESGATAR-RECUSA.
           IF VPR-VALIDADE < WS-HOJE-AMD
               MOVE "VENCIDO" TO WS-VALE-MOTIVO
               GO TO P-RESGATAR-RECUSA.
           IF VPR-SALDO = ZEROS
               MOVE "JA UTILIZADO" TO WS-VALE-MOTIVO
               GO TO P-RESGATAR-RECUSA.
           MOVE VPR-SALDO TO WS-VALE-USO.
           DISPLAY (13 04) "Valor a Usar R$....=".
           ACCEPT (13 25) WS-VALE-USO WITH PROMPT UPDATE.
           IF WS-VALE-USO = ZEROS
               GO TO P-RESGATAR-FIM.
           IF WS-VALE-USO > VPR-SALDO
               MOVE "SALDO INSUF" TO WS-VALE-MOTIVO
               GO TO P-RESGATAR-RECUSA.
           DISPLAY (15 04) "Confirma o uso < S/N >? ".
           ACCEPT (15 29) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-RESGATAR-FIM.
           SUBTRACT WS-VALE-USO FROM VPR-SALDO.
           MOVE WS-HOJE-AMD TO VPR-ULT-USO.
           MOVE WS-OPER-ATUAL TO VPR-OPER-COD.
           REWRITE REG-VALEPRES.
           MOVE "U" TO WS-VALE-SIT.
           PERFORM P-GRAVA-USO THRU P-GRAVA-USO-FIM.
           MOVE VPR-SALDO TO WS-MOSTRA-VALOR.
           DISPLAY (22 04) "Uso gravado - saldo do vale R$ "
               WS-MOSTRA-VALOR " - < ENTER >".
           ACCEPT WS-P.
           GO TO P-RESGATAR-FIM.
       P-RESGATAR-RECUSA.
           MOVE "R" TO WS-VALE-SIT.
           PERFORM P-GRAVA-USO THRU P-GRAVA-USO-FIM.
           DISPLAY (22 04) "!! VALE RECUSADO: " WS-VALE-MOTIVO " !!".
           ACCEPT WS-P.
       P-RESGATAR-FIM.

      *-----apresentacao no VALEUSO.DAT: proxima sequencia do vale-----*
      *-----no dia-----------------------------------------------------*
       P-GRAVA-USO.
           MOVE ZEROS TO WS-VPU-SEQ.
           MOVE WS-VALE-NUM TO VPU-NUM.
           MOVE WS-HOJE-AMD TO VPU-DATA.
           MOVE ZEROS TO VPU-SEQ.
           START VALEUSO KEY IS NOT LESS THAN VPU-CHAVE
               INVALID KEY
                   GO TO P-GRAVA-USO-CALC.
       P-GRAVA-USO-LER.
           READ VALEUSO NEXT RECORD
               AT END
                   GO TO P-GRAVA-USO-CALC.
           IF VPU-NUM NOT = WS-VALE-NUM OR VPU-DATA NOT = WS-HOJE-AMD
               GO TO P-GRAVA-USO-CALC.
           MOVE VPU-SEQ TO WS-VPU-SEQ.
           GO TO P-GRAVA-USO-LER.
       P-GRAVA-USO-CALC.
           ADD 1 TO WS-VPU-SEQ.
           MOVE WS-VALE-NUM TO VPU-NUM.
           MOVE WS-HOJE-AMD TO VPU-DATA.
           MOVE WS-VPU-SEQ TO VPU-SEQ.
           MOVE WS-VALE-USO TO VPU-VALOR.
           MOVE "D" TO VPU-ORIGEM.
           MOVE WS-VALE-SIT TO VPU-SITUACAO.
           MOVE WS-VALE-MOTIVO TO VPU-MOTIVO.
           MOVE WS-OPER-ATUAL TO VPU-OPER-COD.
           WRITE REG-VALEUSO INVALID KEY
               GO TO P-GRAVA-USO-CALC.
       P-GRAVA-USO-FIM.

      *-----------------------------------------*
      * Consulta: dados do vale, pagamento do comprador (o
      * recebivel do lote) e o historico de apresentacoes.
       P-CONSULTAR.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC25".
           DISPLAY (02 24) " Vales-Presente ".
           MOVE ZEROS TO WS-VALE-NUM.
           DISPLAY (05 04) "Vale No............=".
           ACCEPT (05 25) WS-VALE-NUM WITH PROMPT AUTO-SKIP.
           IF WS-VALE-NUM = ZEROS
               GO TO P-CONSULTAR-FIM.
           MOVE WS-VALE-NUM TO VPR-NUM.
           READ VALEPRES
               INVALID KEY
                   DISPLAY (22 04) "!! VALE NAO EMITIDO !!"
                   ACCEPT WS-P
                   GO TO P-CONSULTAR-FIM.
           PERFORM P-MOSTRA-VALE.
           DISPLAY (13 04) "Data       Seq       Valor Origem"
               " Sit Motivo".
           MOVE 14 TO LIN.
           MOVE WS-VALE-NUM TO VPU-NUM.
           MOVE ZEROS TO VPU-DATA.
           MOVE ZEROS TO VPU-SEQ.
           START VALEUSO KEY IS NOT LESS THAN VPU-CHAVE
               INVALID KEY
                   GO TO P-CONSULTAR-TOTAL.
       P-CONSULTAR-LER.
           READ VALEUSO NEXT RECORD
               AT END
                   GO TO P-CONSULTAR-TOTAL.
           IF VPU-NUM NOT = WS-VALE-NUM
               GO TO P-CONSULTAR-TOTAL.
           MOVE VPU-DATA TO WS-AMD-N.
           PERFORM P-MOSTRA-AMD.
           MOVE VPU-VALOR TO WS-MOSTRA-VALOR.
           IF VPU-DO-PDV
               DISPLAY (LIN, 04) WS-DATA-MOSTRA " " VPU-SEQ " "
                   WS-MOSTRA-VALOR " PDV    " VPU-SITUACAO "   "
                   VPU-MOTIVO
           ELSE
               DISPLAY (LIN, 04) WS-DATA-MOSTRA " " VPU-SEQ " "
                   WS-MOSTRA-VALOR " Caixa  " VPU-SITUACAO "   "
                   VPU-MOTIVO.
           ADD 1 TO LIN.
           IF LIN > 20
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT (23 25) WS-P WITH AUTO-SKIP
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (14 00) ERASE
               MOVE 14 TO LIN.
           GO TO P-CONSULTAR-LER.
       P-CONSULTAR-TOTAL.
           DISPLAY (22 04) "U=usado R=recusado E=estornado"
               " - Tecle < ENTER >".
           ACCEPT WS-P.
       P-CONSULTAR-FIM.

      *-----------------------------------------*
      * Cancelamento (vale extraviado ou devolvido pelo comprador):
      * so vale ativo e nunca usado. O recebivel do lote nao e
      * mexido aqui - o acerto com o comprador e no RECEB01.
       P-CANCELAR.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC25".
           DISPLAY (02 24) " Vales-Presente ".
           MOVE ZEROS TO WS-VALE-NUM.
           DISPLAY (05 04) "Vale No............=".
           ACCEPT (05 25) WS-VALE-NUM WITH PROMPT AUTO-SKIP.
           IF WS-VALE-NUM = ZEROS
               GO TO P-CANCELAR-FIM.
           MOVE WS-VALE-NUM TO VPR-NUM.
           READ VALEPRES
               INVALID KEY
                   DISPLAY (22 04) "!! VALE NAO EMITIDO !!"
                   ACCEPT WS-P
                   GO TO P-CANCELAR-FIM.
           PERFORM P-MOSTRA-VALE.
           IF VPR-CANCELADO
               DISPLAY (22 04) "!! VALE JA CANCELADO !!"
               ACCEPT WS-P
               GO TO P-CANCELAR-FIM.
           IF VPR-SALDO < VPR-VALOR
               DISPLAY (22 04) "!! VALE JA USADO - NAO CANCELA !!"
               ACCEPT WS-P
               GO TO P-CANCELAR-FIM.
           DISPLAY (15 04) "Cancela este vale < S/N >? ".
           ACCEPT (15 32) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P = "S" OR "s" OR "0"
               MOVE "C" TO VPR-SITUACAO
               MOVE WS-OPER-ATUAL TO VPR-OPER-COD
               REWRITE REG-VALEPRES.
       P-CANCELAR-FIM.

      *-----dados do vale lido, linhas 06 a 11-------------------------*
       P-MOSTRA-VALE.
           MOVE VPR-CLI-COD TO CLI-COD.
           READ CLIENTE
               INVALID KEY
                   MOVE SPACES TO CLI-NOME.
           DISPLAY (06 04) "Cliente Comprador..=".
           DISPLAY (06 25) VPR-CLI-COD " " CLI-NOME.
           DISPLAY (07 04) "Emissao............=".
           MOVE VPR-EMISSAO TO WS-AMD-N.
           PERFORM P-MOSTRA-AMD.
           DISPLAY (07 25) WS-DATA-MOSTRA.
           DISPLAY (07 37) "validade ".
           MOVE VPR-VALIDADE TO WS-AMD-N.
           PERFORM P-MOSTRA-AMD.
           DISPLAY (07 46) WS-DATA-MOSTRA.
           DISPLAY (08 04) "Valor de Face R$...=".
           MOVE VPR-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (08 25) WS-MOSTRA-VALOR.
           DISPLAY (09 04) "Saldo R$...........=".
           MOVE VPR-SALDO TO WS-MOSTRA-VALOR.
           DISPLAY (09 25) WS-MOSTRA-VALOR.
           IF VPR-ULT-USO NOT = ZEROS
               MOVE VPR-ULT-USO TO WS-AMD-N
               PERFORM P-MOSTRA-AMD
               DISPLAY (09 42) "ultimo uso " WS-DATA-MOSTRA.
           DISPLAY (10 04) "Pagamento..........=".
           DISPLAY (10 25) VPR-FORMA " recebivel " VPR-REC-NUM.
           MOVE VPR-REC-NUM TO REC-NUM.
           READ RECEBER
               INVALID KEY
                   DISPLAY (10 45) "NAO ACHADO"
                   GO TO P-MOSTRA-VALE-SITUACAO.
           IF REC-CANCELADO
               DISPLAY (10 45) "CANCELADO"
           ELSE
               IF REC-DATA-RECEB = ZEROS
                   DISPLAY (10 45) "EM ABERTO"
               ELSE
                   MOVE REC-DATA-RECEB TO WS-DMA-N
                   MOVE WS-DMA-DIA TO WS-DM-DIA
                   MOVE WS-DMA-MES TO WS-DM-MES
                   MOVE WS-DMA-ANO TO WS-DM-ANO
                   DISPLAY (10 45) "pago em " WS-DATA-MOSTRA.
       P-MOSTRA-VALE-SITUACAO.
           DISPLAY (11 04) "Situacao...........=".
           IF VPR-CANCELADO
               DISPLAY (11 25) "CANCELADO"
           ELSE
               IF VPR-VALIDADE < WS-HOJE-AMD
                   DISPLAY (11 25) "VENCIDO"
               ELSE
                   DISPLAY (11 25) "ATIVO".

      *-----------------------------------------*
      * Relatorio: vales em aberto (ativos, com saldo, dentro da
      * validade - o passivo da loja), vencidos com saldo nao
      * utilizado e as apresentacoes recusadas no periodo - o vale
      * apresentado de novo depois de usado sai como JA UTILIZADO.
       P-RELATORIO.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC25".
           DISPLAY (02 24) " Vales-Presente ".
           DISPLAY (05 04) "Recusas de.........=".
           DISPLAY (05 25) "  /  /     a   /  /    ".
           MOVE 01 TO WS-DMA-DIA.
           MOVE MES TO WS-DMA-MES.
           MOVE ANO TO WS-DMA-ANO.
           ACCEPT (05 25) WS-DMA-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (05 28) WS-DMA-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (05 31) WS-DMA-ANO WITH PROMPT UPDATE AUTO-SKIP.
           PERFORM P-DMA-AMD.
           MOVE WS-AMD-N TO WS-DE-AMD.
           PERFORM P-MOSTRA-AMD.
           MOVE WS-DATA-MOSTRA TO WS-FR-DE.
           MOVE DIA TO WS-DMA-DIA.
           MOVE MES TO WS-DMA-MES.
           MOVE ANO TO WS-DMA-ANO.
           ACCEPT (05 38) WS-DMA-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (05 41) WS-DMA-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (05 44) WS-DMA-ANO WITH PROMPT UPDATE AUTO-SKIP.
           PERFORM P-DMA-AMD.
           MOVE WS-AMD-N TO WS-ATE-AMD.
           PERFORM P-MOSTRA-AMD.
           MOVE WS-DATA-MOSTRA TO WS-FR-ATE.
           IF WS-ATE-AMD < WS-DE-AMD
               DISPLAY (22 04) "!! FIM ANTES DO INICIO !!"
               ACCEPT WS-P
               GO TO P-RELATORIO-FIM.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC25".
           DISPLAY (02 24) " Vales-Presente ".
           OPEN OUTPUT ARQSAID.
           MOVE DIA TO TIT-DIA.
           MOVE MES TO TIT-MES.
           MOVE ANO TO TIT-ANO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE ZEROS TO WS-QT-ABERTO WS-QT-VENCIDO WS-QT-RECUSA.
           MOVE ZEROS TO WS-QT-REAPRES.
           MOVE ZEROS TO WS-TOT-ABERTO WS-TOT-VENCIDO WS-TOT-RECUSA.
           MOVE 4 TO LIN.
           MOVE "Vales em aberto (passivo da loja)" TO SECAO-DET.
           PERFORM P-RELATORIO-SECAO.
           WRITE REG-ARQSAID FROM LINHA-CAB.
           DISPLAY (LIN, 01) LINHA-CAB.
           PERFORM P-AVANCA.
           MOVE ZEROS TO VPR-NUM.
           START VALEPRES KEY IS NOT LESS THAN VPR-NUM
               INVALID KEY
                   GO TO P-RELATORIO-TOT-ABERTO.
       P-RELATORIO-ABERTO.
           READ VALEPRES NEXT RECORD
               AT END
                   GO TO P-RELATORIO-TOT-ABERTO.
           IF VPR-EMPRESA NOT = WS-EMPRESA-ATUAL OR NOT VPR-ATIVO
               GO TO P-RELATORIO-ABERTO.
           IF VPR-SALDO = ZEROS OR VPR-VALIDADE < WS-HOJE-AMD
               GO TO P-RELATORIO-ABERTO.
           PERFORM P-RELATORIO-DET.
           ADD 1 TO WS-QT-ABERTO.
           ADD VPR-SALDO TO WS-TOT-ABERTO.
           GO TO P-RELATORIO-ABERTO.
       P-RELATORIO-TOT-ABERTO.
           MOVE "  Total em aberto" TO SOMA-ROT.
           MOVE WS-QT-ABERTO TO SOMA-QTDE.
           MOVE WS-TOT-ABERTO TO SOMA-VALOR.
           PERFORM P-RELATORIO-SOMA.
           MOVE "Vencidos com saldo nao utilizado" TO SECAO-DET.
           PERFORM P-RELATORIO-SECAO.
           WRITE REG-ARQSAID FROM LINHA-CAB.
           DISPLAY (LIN, 01) LINHA-CAB.
           PERFORM P-AVANCA.
           MOVE ZEROS TO VPR-NUM.
           START VALEPRES KEY IS NOT LESS THAN VPR-NUM
               INVALID KEY
                   GO TO P-RELATORIO-TOT-VENCIDO.
       P-RELATORIO-VENCIDO.
           READ VALEPRES NEXT RECORD
               AT END
                   GO TO P-RELATORIO-TOT-VENCIDO.
           IF VPR-EMPRESA NOT = WS-EMPRESA-ATUAL OR NOT VPR-ATIVO
               GO TO P-RELATORIO-VENCIDO.
           IF VPR-SALDO = ZEROS OR VPR-VALIDADE NOT < WS-HOJE-AMD
               GO TO P-RELATORIO-VENCIDO.
           PERFORM P-RELATORIO-DET.
           ADD 1 TO WS-QT-VENCIDO.
           ADD VPR-SALDO TO WS-TOT-VENCIDO.
           GO TO P-RELATORIO-VENCIDO.
       P-RELATORIO-TOT-VENCIDO.
           MOVE "  Total vencido sem uso" TO SOMA-ROT.
           MOVE WS-QT-VENCIDO TO SOMA-QTDE.
           MOVE WS-TOT-VENCIDO TO SOMA-VALOR.
           PERFORM P-RELATORIO-SOMA.
           MOVE "Apresentacoes recusadas no periodo" TO SECAO-DET.
           PERFORM P-RELATORIO-SECAO.
           WRITE REG-ARQSAID FROM LINHA-CAB-REC.
           DISPLAY (LIN, 01) LINHA-CAB-REC.
           PERFORM P-AVANCA.
           MOVE ZEROS TO VPU-NUM.
           MOVE ZEROS TO VPU-DATA.
           MOVE ZEROS TO VPU-SEQ.
           START VALEUSO KEY IS NOT LESS THAN VPU-CHAVE
               INVALID KEY
                   GO TO P-RELATORIO-TOTAL.
       P-RELATORIO-RECUSA.
           READ VALEUSO NEXT RECORD
               AT END
                   GO TO P-RELATORIO-TOTAL.
           IF NOT VPU-RECUSADO
               GO TO P-RELATORIO-RECUSA.
           IF VPU-DATA < WS-DE-AMD OR VPU-DATA > WS-ATE-AMD
               GO TO P-RELATORIO-RECUSA.
      *     vale de outra empresa fica no relatorio dela; o numero
      *     nunca emitido sai em todas
           MOVE VPU-NUM TO VPR-NUM.
           READ VALEPRES
               INVALID KEY
                   MOVE WS-EMPRESA-ATUAL TO VPR-EMPRESA.
           IF VPR-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-RELATORIO-RECUSA.
           MOVE VPU-NUM TO NUM-REC.
           MOVE VPU-DATA TO WS-AMD-N.
           PERFORM P-MOSTRA-AMD.
           MOVE WS-DATA-MOSTRA TO DATA-REC.
           MOVE VPU-VALOR TO VALOR-REC.
           IF VPU-DO-PDV
               MOVE "PDV" TO ORIGEM-REC
           ELSE
               MOVE "Caixa" TO ORIGEM-REC.
           MOVE VPU-MOTIVO TO MOTIVO-REC.
           WRITE REG-ARQSAID FROM LINHA-REC.
           DISPLAY (LIN, 01) LINHA-REC.
           PERFORM P-AVANCA.
           ADD 1 TO WS-QT-RECUSA.
           ADD VPU-VALOR TO WS-TOT-RECUSA.
           IF VPU-MOTIVO = "JA UTILIZADO"
               ADD 1 TO WS-QT-REAPRES.
           GO TO P-RELATORIO-RECUSA.
       P-RELATORIO-TOTAL.
           MOVE "  Total recusado" TO SOMA-ROT.
           MOVE WS-QT-RECUSA TO SOMA-QTDE.
           MOVE WS-TOT-RECUSA TO SOMA-VALOR.
           PERFORM P-RELATORIO-SOMA.
           MOVE "  Apresentado depois de usado" TO SOMA-ROT.
           MOVE WS-QT-REAPRES TO SOMA-QTDE.
           MOVE ZEROS TO SOMA-VALOR.
           WRITE REG-ARQSAID FROM LINHA-SOMA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           MOVE WS-FILTRO-REL TO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           IF WS-QT-REAPRES NOT = ZEROS
               DISPLAY (22 04) WS-QT-REAPRES
                   " vale(s) apresentado(s) depois de usado(s) !!".
           DISPLAY (23 04) "Detalhe em MERC25.TXT - < ENTER >".
           ACCEPT WS-P.
       P-RELATORIO-FIM.

       P-RELATORIO-SECAO.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           DISPLAY (LIN, 01) LINHA-SECAO.
           PERFORM P-AVANCA.

       P-RELATORIO-DET.
           MOVE VPR-NUM TO NUM-DET.
           MOVE VPR-CLI-COD TO CLI-DET.
           MOVE VPR-CLI-COD TO CLI-COD.
           READ CLIENTE
               INVALID KEY
                   MOVE SPACES TO CLI-NOME.
           MOVE CLI-NOME TO NOME-DET.
           MOVE VPR-EMISSAO TO WS-AMD-N.
           PERFORM P-MOSTRA-AMD.
           MOVE WS-DATA-MOSTRA TO EMIS-DET.
           MOVE VPR-VALIDADE TO WS-AMD-N.
           PERFORM P-MOSTRA-AMD.
           MOVE WS-DATA-MOSTRA TO VALID-DET.
           MOVE VPR-VALOR TO VALOR-DET.
           MOVE VPR-SALDO TO SALDO-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           DISPLAY (LIN, 01) LINHA-DET.
           PERFORM P-AVANCA.

       P-RELATORIO-SOMA.
           WRITE REG-ARQSAID FROM LINHA-SOMA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           DISPLAY (LIN, 01) LINHA-SOMA.
           PERFORM P-AVANCA.

      *-----proximo numero de vale (o maior emitido + 1)---------------*
       P-PROXIMO-VALE.
           MOVE ZEROS TO WS-VALE-PRIM.
           MOVE ZEROS TO VPR-NUM.
           START VALEPRES KEY IS NOT LESS THAN VPR-NUM
               INVALID KEY
                   GO TO P-PROXIMO-VALE-CALC.
       P-PROXIMO-VALE-LER.
           READ VALEPRES NEXT RECORD
               AT END
                   GO TO P-PROXIMO-VALE-CALC.
           MOVE VPR-NUM TO WS-VALE-PRIM.
           GO TO P-PROXIMO-VALE-LER.
       P-PROXIMO-VALE-CALC.
           IF WS-VALE-PRIM < 999999
               ADD 1 TO WS-VALE-PRIM.
       P-PROXIMO-VALE-FIM.

      *-----proximo REC-NUM do ano (AA + maior sequencial + 1), como---*
      *-----o RECEB01 numera-------------------------------------------*
       P-PROXIMO-REC.
           MOVE ZEROS TO WS-REC-NUM.
           MOVE ZEROS TO WS-REC-BUF.
           MOVE ZEROS TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   GO TO P-PROXIMO-REC-CALC.
       P-PROXIMO-REC-LER.
           READ RECEBER NEXT RECORD
               AT END
                   GO TO P-PROXIMO-REC-CALC.
           MOVE REC-NUM TO WS-REC-BUF.
           IF WS-REC-BUF-ANO NOT = WS-ANO2
               GO TO P-PROXIMO-REC-LER.
           IF WS-REC-BUF-SEQ > WS-REC-NUM-SEQ
               MOVE WS-REC-BUF-SEQ TO WS-REC-NUM-SEQ.
           GO TO P-PROXIMO-REC-LER.
       P-PROXIMO-REC-CALC.
           MOVE WS-ANO2 TO WS-REC-NUM-ANO.
           ADD 1 TO WS-REC-NUM-SEQ.
           IF WS-REC-NUM-SEQ > 9999
               MOVE 1 TO WS-REC-NUM-SEQ.
       P-PROXIMO-REC-FIM.

      *-----soma do que o cliente ja deve em aberto (RECEBER.DAT)------*
      *-----p/ a trava de limite de credito, como no RECEB01-----------*
       P-ABERTO-CLI.
           MOVE ZEROS TO WS-ABERTO-CLI.
           MOVE ZEROS TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   GO TO P-ABERTO-CLI-FIM.
       P-ABERTO-CLI-LER.
           READ RECEBER NEXT RECORD
               AT END
                   GO TO P-ABERTO-CLI-FIM.
           IF REC-CANCELADO
               GO TO P-ABERTO-CLI-LER.
           IF REC-DATA-RECEB NOT = ZEROS
               GO TO P-ABERTO-CLI-LER.
           IF REC-EM-PERDA
               GO TO P-ABERTO-CLI-LER.
           IF REC-CLI-COD NOT = WS-CLI
               GO TO P-ABERTO-CLI-LER.
           ADD REC-VALOR TO WS-ABERTO-CLI.
           GO TO P-ABERTO-CLI-LER.
       P-ABERTO-CLI-FIM.

       P-DMA-AMD.
           MOVE WS-DMA-ANO TO WS-AMD-ANO.
           MOVE WS-DMA-MES TO WS-AMD-MES.
           MOVE WS-DMA-DIA TO WS-AMD-DIA.

       P-MOSTRA-AMD.
           MOVE WS-AMD-DIA TO WS-DM-DIA.
           MOVE WS-AMD-MES TO WS-DM-MES.
           MOVE WS-AMD-ANO TO WS-DM-ANO.

       P-AVANCA.
           ADD 1 TO LIN.
           IF LIN > 19
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT (23 25) WS-P WITH AUTO-SKIP
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (04 00) ERASE
               MOVE 4 TO LIN.

       P-FIM.
           CLOSE VALEPRES VALEUSO RECEBER CLIENTE.
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
           MOVE "MERC25" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "MERC25.TXT" TO RARQ-ARQUIVO.
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
