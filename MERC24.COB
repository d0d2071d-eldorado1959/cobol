       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MERC24.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    ACORDOS COMERCIAIS COM FORNECEDOR (VERBAS, BONIFICACOES
      *    E REBATES)
      *    A verba de ponta de gondola, o folheto pago pela
      *    industria e o rebate de fim de ano sobre o volume
      *    comprado eram combinados de boca com o vendedor e
      *    cobrados de memoria - boa parte nunca era recebida.
      *    Aqui cada acordo e cadastrado por fornecedor em
      *    ACORDO.DAT (ver ACORDMAST): tipo, vigencia, valor fixo
      *    ou percentual sobre as compras e a forma de acerto. A
      *    apuracao soma as compras do fornecedor no periodo -
      *    pedidos nao cancelados do PEDIDO.DAT pela data do
      *    pedido, ou entradas de mercadoria do MOVEST.DAT menos
      *    as devolucoes (MERC15), casando o titulo com o
      *    fornecedor pelo nome - e grava o valor devido. O
      *    recebimento por deposito ou mercadoria e lancado aqui;
      *    o acordo com acerto em titulo e abatido na baixa do
      *    BANCO05. O relatorio (tela e MERC24.TXT) mostra, por
      *    fornecedor, acordado, apurado, recebido, saldo e o que
      *    ja venceu sem acerto. Menu de Estoque (BANCO36, opcao
      *    24).
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACORDO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACO-CHAVE
                  ALTERNATE RECORD KEY IS ACO-FORN-COD
                      WITH DUPLICATES
                  FILE STATUS IS FS-ACO.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FORN-COD
                  FILE STATUS IS FS-FORN.
           SELECT PEDIDO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PED-NUM
                  FILE STATUS IS FS-PED.
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
       COPY ACORDMAST.

       COPY FORNMAST.

       COPY PEDMAST.

       COPY BCOMAST.

       COPY MOVESTMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "MERC24.TXT".
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
       77 FS-ACO                PIC XX.
       77 FS-FORN               PIC XX.
       77 FS-PED                PIC XX.
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
       77 WS-CODIGO             PIC 9(05) VALUE ZEROS.
       77 WS-PROX-ACO           PIC 9(05) VALUE ZEROS.
       77 WS-MOSTRA-VALOR       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-SALDO       PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77 WS-SALDO              PIC S9(09)V99 VALUE ZEROS.
       77 WS-VALOR-REC          PIC 9(09)V99 VALUE ZEROS.
       77 WS-REF                PIC X(06) VALUE SPACES.

      *-----data digitada DDMMAAAA e a mesma em AAAAMMDD p/ gravar-----*
       01 WS-DMA.
           03 WS-DMA-DIA       PIC 99.
           03 WS-DMA-MES       PIC 99.
           03 WS-DMA-ANO       PIC 9(04).
       01 WS-AMD.
           03 WS-AMD-ANO       PIC 9(04).
           03 WS-AMD-MES       PIC 99.
           03 WS-AMD-DIA       PIC 99.
       01 WS-AMD-N REDEFINES WS-AMD PIC 9(08).

      *-----acordos por percentual em apuracao e as compras achadas----*
       77 WS-AC-N               PIC 9(03) VALUE ZEROS.
       77 WS-AC-IX              PIC 9(03) VALUE ZEROS.
       77 WS-AC-CHEIO           PIC X VALUE "N".
       77 WS-TEM-BASE-P         PIC X VALUE "N".
       77 WS-TEM-BASE-E         PIC X VALUE "N".
       77 WS-DOC-LIDO           PIC X(06) VALUE SPACES.
       77 WS-DOC-NOME           PIC X(20) VALUE SPACES.
       77 WS-MOV-VLR            PIC S9(11)V99 VALUE ZEROS.
       01 WS-TAB-ACORDO.
           03 WS-AC OCCURS 200 TIMES.
               05 WS-AC-NUM     PIC 9(05).
               05 WS-AC-FORN    PIC 9(03).
               05 WS-AC-NOME    PIC X(20).
               05 WS-AC-INICIO  PIC 9(08).
               05 WS-AC-FIM     PIC 9(08).
               05 WS-AC-BASE    PIC X.
               05 WS-AC-COMPRA  PIC S9(11)V99.

      *-----quebra por fornecedor no relatorio------------------------*
       77 WS-FORN-LIDO          PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-ACO           PIC 9(05) VALUE ZEROS.
       77 WS-VENCIDO            PIC 9(09)V99 VALUE ZEROS.
       77 WS-TF-ACORD           PIC 9(11)V99 VALUE ZEROS.
       77 WS-TF-APUR            PIC 9(11)V99 VALUE ZEROS.
       77 WS-TF-RECEB           PIC 9(11)V99 VALUE ZEROS.
       77 WS-TF-SALDO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-TF-VENC            PIC 9(11)V99 VALUE ZEROS.
       77 WS-TG-ACORD           PIC 9(11)V99 VALUE ZEROS.
       77 WS-TG-APUR            PIC 9(11)V99 VALUE ZEROS.
       77 WS-TG-RECEB           PIC 9(11)V99 VALUE ZEROS.
       77 WS-TG-SALDO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-TG-VENC            PIC 9(11)V99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.
       01 WS-HOJE-AMD REDEFINES WS-DATA PIC 9(08).

       01 LINHA-TRACO.
           02 F PIC X(78) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(38) VALUE
               "Acordos Comerciais com Fornecedor em ".
           02 TIT-DIA          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-ANO          PIC 9(04).
       01 LINHA-CAB.
           02 F PIC X(12) VALUE "  Acordo T F".
           02 F PIC X(13) VALUE "     Acordado".
           02 F PIC X(13) VALUE "      Apurado".
           02 F PIC X(13) VALUE "     Recebido".
           02 F PIC X(14) VALUE "         Saldo".
           02 F PIC X(13) VALUE "      Vencido".
       01 LINHA-FORN.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(11) VALUE "Fornecedor ".
           02 FORN-COD-DET     PIC 9(03).
           02 F PIC X(01) VALUE SPACES.
           02 FORN-NOME-DET    PIC X(20).
       01 LINHA-DET.
           02 F PIC X(03) VALUE SPACES.
           02 NUM-DET          PIC 9(05).
           02 F PIC X(01) VALUE SPACES.
           02 TIPO-DET         PIC X(01).
           02 F PIC X(01) VALUE SPACES.
           02 FORMA-DET        PIC X(01).
           02 F PIC X(01) VALUE SPACES.
      *    valor fixo combinado, ou o percentual sobre as compras
           02 ACORD-DET        PIC X(12).
           02 ACORD-VLR-DET REDEFINES ACORD-DET PIC Z.ZZZ.ZZ9,99.
           02 ACORD-PCT-R REDEFINES ACORD-DET.
               03 ACORD-PCT-DET PIC ZZ9,99.
               03 ACORD-PCT-TXT PIC X(06).
           02 F PIC X(01) VALUE SPACES.
           02 APUR-DET         PIC Z.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 RECEB-DET        PIC Z.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 SALDO-DET        PIC Z.ZZZ.ZZ9,99-.
           02 F PIC X(01) VALUE SPACES.
           02 VENC-DET         PIC Z.ZZZ.ZZ9,99 BLANK WHEN ZERO.
       01 LINHA-SOMA.
           02 SOMA-ROT         PIC X(12).
           02 F PIC X(01) VALUE SPACES.
           02 ACORD-SOMA       PIC Z.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 APUR-SOMA        PIC Z.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 RECEB-SOMA       PIC Z.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 SALDO-SOMA       PIC Z.ZZZ.ZZ9,99-.
           02 F PIC X(01) VALUE SPACES.
           02 VENC-SOMA        PIC Z.ZZZ.ZZ9,99.
       01 LINHA-LEGENDA.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(38) VALUE
               "T: V=verba B=bonificacao R=rebate   F:".
           02 F PIC X(36) VALUE
               " D=desc.titulo M=mercadoria P=deposi".
           02 F PIC X(02) VALUE "to".

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "MERC24" BLINK.
           02 LINE 02 COLUMN 14 VALUE
               " Acordos Comerciais com Fornecedor " BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Incluir Acordo".
           02 LINE 06 COLUMN 04 VALUE "<2> Cancelar Acordo".
           02 LINE 07 COLUMN 04 VALUE
               "<3> Recebimento (Deposito/Mercadoria)".
           02 LINE 08 COLUMN 04 VALUE "<4> Apurar e Relatorio".
           02 LINE 09 COLUMN 04 VALUE "<0> Sair".
           02 LINE 11 COLUMN 04 VALUE "Opcao..............=".

       01 TELA-ACO.
           02 LINE 05 COLUMN 04 VALUE "Acordo No..........=".
           02 LINE 06 COLUMN 04 VALUE "Fornecedor.........=".
           02 LINE 07 COLUMN 04 VALUE "Tipo <V/B/R>.......=".
           02 LINE 07 COLUMN 30 VALUE
               "V=verba promoc. B=bonificacao R=rebate".
           02 LINE 08 COLUMN 04 VALUE "Descricao..........=".
           02 LINE 09 COLUMN 04 VALUE "Vigencia...........=".
           02 LINE 10 COLUMN 04 VALUE "Valor Fixo R$......=".
           02 LINE 11 COLUMN 04 VALUE "% s/ Compras.......=".
           02 LINE 12 COLUMN 04 VALUE "Base <P/E>.........=".
           02 LINE 12 COLUMN 30 VALUE
               "P=pedidos E=entradas de mercadoria".
           02 LINE 13 COLUMN 04 VALUE "Acerto <D/M/P>.....=".
           02 LINE 13 COLUMN 30 VALUE
               "D=desc.titulo M=mercadoria P=deposito".
           02 LINE 14 COLUMN 04 VALUE "Acertar ate........=".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O ACORDO.
           IF FS-ACO = "30"
               CLOSE ACORDO
               OPEN OUTPUT ACORDO
               CLOSE ACORDO
               OPEN I-O ACORDO.
           OPEN INPUT FORN.
           IF FS-FORN NOT = "00"
               DISPLAY (22 04) "!! CADASTRO DE FORNECEDORES NAO ACHADO"
               ACCEPT WS-P
               CLOSE ACORDO FORN
               DISPLAY (01 01) ERASE
               CHAIN "BANCO36.COM".
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (11 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-INCLUIR THRU P-INCLUIR-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-CANCELAR THRU P-CANCELAR-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-RECEBER THRU P-RECEBER-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "4"
               PERFORM P-RELATORIO THRU P-RELATORIO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
      * Novo acordo. Valor fixo digitado = acordo fechado (ja
      * nasce apurado pelo valor); valor zero pede o percentual
      * e a base de compras que a apuracao vai somar.
       P-INCLUIR.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC24".
           DISPLAY (02 14) " Acordos Comerciais com Fornecedor ".
           DISPLAY TELA-ACO.
           PERFORM P-PROXIMO-ACO THRU P-PROXIMO-ACO-FIM.
           MOVE WS-EMPRESA-ATUAL TO ACO-EMPRESA.
           MOVE WS-PROX-ACO TO ACO-NUM.
           DISPLAY (05 25) ACO-NUM.
           MOVE ZEROS TO ACO-FORN-COD.
           ACCEPT (06 25) ACO-FORN-COD WITH PROMPT AUTO-SKIP.
           IF ACO-FORN-COD = ZEROS
               GO TO P-INCLUIR-FIM.
           MOVE ACO-FORN-COD TO FORN-COD.
           READ FORN
               INVALID KEY
                   DISPLAY (22 04) "!! FORNECEDOR NAO CADASTRADO !!"
                   ACCEPT WS-P
                   GO TO P-INCLUIR-FIM.
           DISPLAY (06 30) FORN-NOME.
       P-INCLUIR-TIPO.
           MOVE SPACES TO ACO-TIPO.
           ACCEPT (07 25) ACO-TIPO WITH PROMPT AUTO-SKIP.
           IF ACO-TIPO = "v" MOVE "V" TO ACO-TIPO.
           IF ACO-TIPO = "b" MOVE "B" TO ACO-TIPO.
           IF ACO-TIPO = "r" MOVE "R" TO ACO-TIPO.
           IF NOT ACO-VERBA AND NOT ACO-BONIFIC AND NOT ACO-REBATE
               GO TO P-INCLUIR-TIPO.
           MOVE SPACES TO ACO-DESCR.
           ACCEPT (08 25) ACO-DESCR WITH PROMPT.
       P-INCLUIR-VIGENCIA.
           DISPLAY (09 25) "  /  /     a   /  /    ".
           MOVE DIA TO WS-DMA-DIA.
           MOVE MES TO WS-DMA-MES.
           MOVE ANO TO WS-DMA-ANO.
           PERFORM P-PEDE-DATA-09-25.
           MOVE WS-AMD-N TO ACO-INICIO.
           PERFORM P-PEDE-DATA-09-38.
           MOVE WS-AMD-N TO ACO-FIM.
           IF ACO-FIM < ACO-INICIO
               DISPLAY (22 04) "!! FIM ANTES DO INICIO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-INCLUIR-VIGENCIA.
           MOVE ZEROS TO ACO-VALOR.
           MOVE ZEROS TO ACO-PCT.
           MOVE SPACES TO ACO-BASE.
           ACCEPT (10 25) ACO-VALOR WITH PROMPT.
           IF ACO-VALOR NOT = ZEROS
               GO TO P-INCLUIR-FORMA.
       P-INCLUIR-PCT.
           ACCEPT (11 25) ACO-PCT WITH PROMPT.
           IF ACO-PCT = ZEROS
               GO TO P-INCLUIR-PCT.
       P-INCLUIR-BASE.
           ACCEPT (12 25) ACO-BASE WITH PROMPT AUTO-SKIP.
           IF ACO-BASE = "p" MOVE "P" TO ACO-BASE.
           IF ACO-BASE = "e" MOVE "E" TO ACO-BASE.
           IF NOT ACO-BASE-PEDIDO AND NOT ACO-BASE-ENTRADA
               GO TO P-INCLUIR-BASE.
       P-INCLUIR-FORMA.
           MOVE SPACES TO ACO-FORMA.
           ACCEPT (13 25) ACO-FORMA WITH PROMPT AUTO-SKIP.
           IF ACO-FORMA = "d" MOVE "D" TO ACO-FORMA.
           IF ACO-FORMA = "m" MOVE "M" TO ACO-FORMA.
           IF ACO-FORMA = "p" MOVE "P" TO ACO-FORMA.
           IF NOT ACO-FORMA-DESC AND NOT ACO-FORMA-MERC
                   AND NOT ACO-FORMA-DEPOS
               GO TO P-INCLUIR-FORMA.
      *     acerto sugerido no fim da vigencia
           DISPLAY (14 25) "  /  /    ".
           MOVE ACO-FIM TO WS-AMD-N.
           MOVE WS-AMD-DIA TO WS-DMA-DIA.
           MOVE WS-AMD-MES TO WS-DMA-MES.
           MOVE WS-AMD-ANO TO WS-DMA-ANO.
           ACCEPT (14 25) WS-DMA-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (14 28) WS-DMA-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (14 31) WS-DMA-ANO WITH PROMPT UPDATE AUTO-SKIP.
           PERFORM P-DMA-AMD.
           MOVE WS-AMD-N TO ACO-VENCTO.
           DISPLAY (16 04) "Grava o acordo < S/N >? ".
           ACCEPT (16 29) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-INCLUIR-FIM.
           MOVE ZEROS TO ACO-BASE-VLR.
           MOVE ZEROS TO ACO-RECEBIDO.
           MOVE SPACES TO ACO-ULT-DOC.
           MOVE "A" TO ACO-SITUACAO.
           MOVE WS-OPER-ATUAL TO ACO-OPER-COD.
           MOVE ACO-VALOR TO ACO-APURADO.
           IF ACO-VALOR NOT = ZEROS
               MOVE WS-HOJE-AMD TO ACO-DT-APURA
           ELSE
               MOVE ZEROS TO ACO-DT-APURA.
           WRITE REG-ACORDO INVALID KEY
               DISPLAY (22 04) "!! NUMERO JA EXISTENTE !!"
               ACCEPT WS-P
               GO TO P-INCLUIR-FIM.
           DISPLAY (22 04) "Acordo gravado - Tecle < ENTER >".
           ACCEPT WS-P.
       P-INCLUIR-FIM.

      *-----------------------------------------*
       P-CANCELAR.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC24".
           DISPLAY (02 14) " Acordos Comerciais com Fornecedor ".
           PERFORM P-PEDE-ACORDO THRU P-PEDE-ACORDO-FIM.
           IF WS-CODIGO = ZEROS
               GO TO P-CANCELAR-FIM.
           IF ACO-RECEBIDO NOT = ZEROS
               DISPLAY (22 04) "!! ACORDO COM RECEBIMENTO - NAO CANCELA"
               ACCEPT WS-P
               GO TO P-CANCELAR-FIM.
           DISPLAY (16 04) "Cancela este acordo < S/N >? ".
           ACCEPT (16 34) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P = "S" OR "s" OR "0"
               MOVE "C" TO ACO-SITUACAO
               MOVE WS-OPER-ATUAL TO ACO-OPER-COD
               REWRITE REG-ACORDO.
       P-CANCELAR-FIM.

      *-----------------------------------------*
      * Deposito do fornecedor ou mercadoria bonificada recebida:
      * soma em ACO-RECEBIDO com a referencia do documento. O
      * abatimento em titulo nao passa aqui - e na baixa do
      * BANCO05.
       P-RECEBER.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC24".
           DISPLAY (02 14) " Acordos Comerciais com Fornecedor ".
           PERFORM P-PEDE-ACORDO THRU P-PEDE-ACORDO-FIM.
           IF WS-CODIGO = ZEROS
               GO TO P-RECEBER-FIM.
           MOVE ZEROS TO WS-VALOR-REC.
           MOVE SPACES TO WS-REF.
           DISPLAY (16 04) "Valor Recebido R$..=".
           ACCEPT (16 25) WS-VALOR-REC WITH PROMPT.
           IF WS-VALOR-REC = ZEROS
               GO TO P-RECEBER-FIM.
           DISPLAY (17 04) "Documento/Referenc.=".
           ACCEPT (17 25) WS-REF WITH PROMPT.
           DISPLAY (18 04) "Confirma < S/N >? ".
           ACCEPT (18 23) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-RECEBER-FIM.
           ADD WS-VALOR-REC TO ACO-RECEBIDO.
           MOVE WS-REF TO ACO-ULT-DOC.
           MOVE WS-OPER-ATUAL TO ACO-OPER-COD.
           PERFORM P-TESTA-QUITADO.
           REWRITE REG-ACORDO.
           DISPLAY (22 04) "Recebimento gravado - Tecle < ENTER >".
           ACCEPT WS-P.
       P-RECEBER-FIM.

      *-----le o acordo pelo numero e mostra a posicao; so acordo------*
      *-----em aberto segue (WS-CODIGO zerado = volta ao menu)---------*
       P-PEDE-ACORDO.
           MOVE ZEROS TO WS-CODIGO.
           DISPLAY (05 04) "Acordo No..........=".
           ACCEPT (05 25) WS-CODIGO WITH PROMPT AUTO-SKIP.
           IF WS-CODIGO = ZEROS
               GO TO P-PEDE-ACORDO-FIM.
           MOVE WS-EMPRESA-ATUAL TO ACO-EMPRESA.
           MOVE WS-CODIGO TO ACO-NUM.
           READ ACORDO
               INVALID KEY
                   DISPLAY (22 04) "!! ACORDO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   MOVE ZEROS TO WS-CODIGO
                   GO TO P-PEDE-ACORDO-FIM.
           MOVE ACO-FORN-COD TO FORN-COD.
           READ FORN
               INVALID KEY
                   MOVE SPACES TO FORN-NOME.
           DISPLAY (06 04) "Fornecedor.........=".
           DISPLAY (06 25) ACO-FORN-COD.
           DISPLAY (06 30) FORN-NOME.
           DISPLAY (07 04) "Tipo/Acerto........=".
           DISPLAY (07 25) ACO-TIPO "/" ACO-FORMA.
           DISPLAY (08 04) "Descricao..........=".
           DISPLAY (08 25) ACO-DESCR.
           DISPLAY (10 04) "Apurado R$.........=".
           MOVE ACO-APURADO TO WS-MOSTRA-VALOR.
           DISPLAY (10 25) WS-MOSTRA-VALOR.
           IF ACO-VALOR = ZEROS
               MOVE ACO-DT-APURA TO WS-AMD-N
               DISPLAY (10 42) "apurado em "
                   WS-AMD-DIA "/" WS-AMD-MES "/" WS-AMD-ANO.
           DISPLAY (11 04) "Recebido R$........=".
           MOVE ACO-RECEBIDO TO WS-MOSTRA-VALOR.
           DISPLAY (11 25) WS-MOSTRA-VALOR.
           DISPLAY (12 04) "Saldo R$...........=".
           COMPUTE WS-SALDO = ACO-APURADO - ACO-RECEBIDO.
           MOVE WS-SALDO TO WS-MOSTRA-SALDO.
           DISPLAY (12 25) WS-MOSTRA-SALDO.
           IF NOT ACO-ABERTO
               DISPLAY (22 04) "!! ACORDO QUITADO OU CANCELADO !!"
               ACCEPT WS-P
               MOVE ZEROS TO WS-CODIGO.
       P-PEDE-ACORDO-FIM.

      *-----quita quando o recebido cobre o devido - no percentual----*
      *-----so depois de encerrada a vigencia (ainda pode crescer)-----*
       P-TESTA-QUITADO.
           IF ACO-RECEBIDO < ACO-APURADO
               EXIT PARAGRAPH.
           IF ACO-VALOR NOT = ZEROS OR ACO-FIM < WS-HOJE-AMD
               MOVE "Q" TO ACO-SITUACAO.

      *-----------------------------------------*
      * Apura os acordos e lista por fornecedor: acordado (valor
      * fixo ou o percentual), apurado, recebido, saldo e o saldo
      * ja vencido (acerto combinado antes de hoje).
       P-RELATORIO.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC24".
           DISPLAY (02 14) " Acordos Comerciais com Fornecedor ".
           DISPLAY (22 04) "Apurando compras dos fornecedores...".
           PERFORM P-APURA THRU P-APURA-FIM.
           DISPLAY (22 04) WS-LIMPA.
           OPEN OUTPUT ARQSAID.
           MOVE DIA TO TIT-DIA.
           MOVE MES TO TIT-MES.
           MOVE ANO TO TIT-ANO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CAB.
           DISPLAY (04 01) LINHA-CAB.
           MOVE ZEROS TO WS-TG-ACORD.
           MOVE ZEROS TO WS-TG-APUR.
           MOVE ZEROS TO WS-TG-RECEB.
           MOVE ZEROS TO WS-TG-SALDO.
           MOVE ZEROS TO WS-TG-VENC.
           MOVE ZEROS TO WS-QTDE-ACO.
           MOVE ZEROS TO WS-FORN-LIDO.
           MOVE 6 TO LIN.
           MOVE ZEROS TO ACO-FORN-COD.
           START ACORDO KEY IS NOT LESS THAN ACO-FORN-COD
               INVALID KEY
                   GO TO P-RELATORIO-TOTAL.
       P-RELATORIO-LER.
           READ ACORDO NEXT RECORD
               AT END
                   GO TO P-RELATORIO-TOTAL.
           IF ACO-EMPRESA NOT = WS-EMPRESA-ATUAL OR ACO-CANCELADO
               GO TO P-RELATORIO-LER.
           IF ACO-FORN-COD NOT = WS-FORN-LIDO
               PERFORM P-RELATORIO-QUEBRA.
           ADD 1 TO WS-QTDE-ACO.
           COMPUTE WS-SALDO = ACO-APURADO - ACO-RECEBIDO.
           MOVE ZEROS TO WS-VENCIDO.
           IF ACO-VENCTO < WS-HOJE-AMD AND WS-SALDO > ZEROS
               MOVE WS-SALDO TO WS-VENCIDO.
           MOVE ACO-NUM TO NUM-DET.
           MOVE ACO-TIPO TO TIPO-DET.
           MOVE ACO-FORMA TO FORMA-DET.
           IF ACO-VALOR NOT = ZEROS
               MOVE ACO-VALOR TO ACORD-VLR-DET
           ELSE
               MOVE ACO-PCT TO ACORD-PCT-DET
               MOVE "% cpr " TO ACORD-PCT-TXT.
           MOVE ACO-APURADO TO APUR-DET.
           MOVE ACO-RECEBIDO TO RECEB-DET.
           MOVE WS-SALDO TO SALDO-DET.
           MOVE WS-VENCIDO TO VENC-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           DISPLAY (LIN, 01) LINHA-DET.
           PERFORM P-AVANCA.
           ADD ACO-VALOR TO WS-TF-ACORD.
           ADD ACO-APURADO TO WS-TF-APUR.
           ADD ACO-RECEBIDO TO WS-TF-RECEB.
           ADD WS-SALDO TO WS-TF-SALDO.
           ADD WS-VENCIDO TO WS-TF-VENC.
           GO TO P-RELATORIO-LER.
       P-RELATORIO-TOTAL.
           IF WS-FORN-LIDO NOT = ZEROS
               PERFORM P-RELATORIO-SUBTOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE " Total Geral" TO SOMA-ROT.
           MOVE WS-TG-ACORD TO ACORD-SOMA.
           MOVE WS-TG-APUR TO APUR-SOMA.
           MOVE WS-TG-RECEB TO RECEB-SOMA.
           MOVE WS-TG-SALDO TO SALDO-SOMA.
           MOVE WS-TG-VENC TO VENC-SOMA.
           WRITE REG-ARQSAID FROM LINHA-SOMA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-LEGENDA.
           CLOSE ARQSAID.
           MOVE "Posicao dos acordos comerciais" TO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           DISPLAY (21 01) LINHA-SOMA.
           IF WS-QTDE-ACO = ZEROS
               DISPLAY (22 04) "Nenhum acordo cadastrado".
           DISPLAY (23 04) "Detalhe em MERC24.TXT - < ENTER >".
           ACCEPT WS-P.
       P-RELATORIO-FIM.

      *-----troca de fornecedor: fecha o anterior e abre o novo--------*
       P-RELATORIO-QUEBRA.
           IF WS-FORN-LIDO NOT = ZEROS
               PERFORM P-RELATORIO-SUBTOTAL.
           MOVE ACO-FORN-COD TO WS-FORN-LIDO.
           MOVE ZEROS TO WS-TF-ACORD.
           MOVE ZEROS TO WS-TF-APUR.
           MOVE ZEROS TO WS-TF-RECEB.
           MOVE ZEROS TO WS-TF-SALDO.
           MOVE ZEROS TO WS-TF-VENC.
           MOVE ACO-FORN-COD TO FORN-COD.
           READ FORN
               INVALID KEY
                   MOVE SPACES TO FORN-NOME.
           MOVE ACO-FORN-COD TO FORN-COD-DET.
           MOVE FORN-NOME TO FORN-NOME-DET.
           WRITE REG-ARQSAID FROM LINHA-FORN.
           DISPLAY (LIN, 01) LINHA-FORN.
           PERFORM P-AVANCA.

       P-RELATORIO-SUBTOTAL.
           MOVE "  Total Forn" TO SOMA-ROT.
           MOVE WS-TF-ACORD TO ACORD-SOMA.
           MOVE WS-TF-APUR TO APUR-SOMA.
           MOVE WS-TF-RECEB TO RECEB-SOMA.
           MOVE WS-TF-SALDO TO SALDO-SOMA.
           MOVE WS-TF-VENC TO VENC-SOMA.
           WRITE REG-ARQSAID FROM LINHA-SOMA.
           DISPLAY (LIN, 01) LINHA-SOMA.
           PERFORM P-AVANCA.
           ADD WS-TF-ACORD TO WS-TG-ACORD.
           ADD WS-TF-APUR TO WS-TG-APUR.
           ADD WS-TF-RECEB TO WS-TG-RECEB.
           ADD WS-TF-SALDO TO WS-TG-SALDO.
           ADD WS-TF-VENC TO WS-TG-VENC.

      *-----------------------------------------------------------*
      * Apuracao dos acordos por percentual em aberto e ja        *
      * iniciados: carrega a tabela, soma as compras de cada      *
      * fornecedor no periodo - pedidos nao cancelados pela data  *
      * do pedido (base P) ou entradas de mercadoria menos        *
      * devolucoes do MOVEST.DAT (base E; transferencia,          *
      * producao, inventario e estorno de PDV nao sao compra) - e *
      * regrava ACO-APURADO. O titulo da entrada e casado com o   *
      * fornecedor pelo nome (DESCRI-CHE = FORN-NOME), como no    *
      * BANCO05. So o MOVEST.DAT do ano corrente e lido.          *
      *-----------------------------------------------------------*
       P-APURA.
           MOVE ZEROS TO WS-AC-N.
           MOVE "N" TO WS-AC-CHEIO.
           MOVE "N" TO WS-TEM-BASE-P.
           MOVE "N" TO WS-TEM-BASE-E.
           MOVE WS-EMPRESA-ATUAL TO ACO-EMPRESA.
           MOVE ZEROS TO ACO-NUM.
           START ACORDO KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   GO TO P-APURA-FIM.
       P-APURA-CARGA.
           READ ACORDO NEXT RECORD
               AT END
                   GO TO P-APURA-PEDIDOS.
           IF ACO-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-APURA-PEDIDOS.
           IF NOT ACO-ABERTO OR ACO-VALOR NOT = ZEROS
               GO TO P-APURA-CARGA.
           IF ACO-INICIO > WS-HOJE-AMD
               GO TO P-APURA-CARGA.
           IF WS-AC-N = 200
               MOVE "S" TO WS-AC-CHEIO
               GO TO P-APURA-PEDIDOS.
           ADD 1 TO WS-AC-N.
           MOVE ACO-NUM      TO WS-AC-NUM ( WS-AC-N ).
           MOVE ACO-FORN-COD TO WS-AC-FORN ( WS-AC-N ).
           MOVE ACO-INICIO   TO WS-AC-INICIO ( WS-AC-N ).
           MOVE ACO-FIM      TO WS-AC-FIM ( WS-AC-N ).
           MOVE ACO-BASE     TO WS-AC-BASE ( WS-AC-N ).
           MOVE ZEROS        TO WS-AC-COMPRA ( WS-AC-N ).
           MOVE ACO-FORN-COD TO FORN-COD.
           READ FORN
               INVALID KEY
                   MOVE SPACES TO FORN-NOME.
           MOVE FORN-NOME    TO WS-AC-NOME ( WS-AC-N ).
           IF ACO-BASE-PEDIDO
               MOVE "S" TO WS-TEM-BASE-P
           ELSE
               MOVE "S" TO WS-TEM-BASE-E.
           GO TO P-APURA-CARGA.
       P-APURA-PEDIDOS.
           IF WS-AC-N = ZEROS
               GO TO P-APURA-FIM.
           IF WS-TEM-BASE-P NOT = "S"
               GO TO P-APURA-MOVEST.
           OPEN INPUT PEDIDO.
           IF FS-PED NOT = "00"
               CLOSE PEDIDO
               GO TO P-APURA-MOVEST.
           MOVE ZEROS TO PED-NUM.
           START PEDIDO KEY IS NOT LESS THAN PED-NUM
               INVALID KEY
                   GO TO P-APURA-PEDIDOS-FIM.
       P-APURA-PEDIDOS-LER.
           READ PEDIDO NEXT RECORD
               AT END
                   GO TO P-APURA-PEDIDOS-FIM.
           IF PED-CANCELADO
               GO TO P-APURA-PEDIDOS-LER.
           MOVE PED-INSCR TO WS-DMA.
           PERFORM P-DMA-AMD.
           PERFORM P-SOMA-PEDIDO.
           GO TO P-APURA-PEDIDOS-LER.
       P-APURA-PEDIDOS-FIM.
           CLOSE PEDIDO.
       P-APURA-MOVEST.
           IF WS-TEM-BASE-E NOT = "S"
               GO TO P-APURA-GRAVA.
           OPEN INPUT BANCO.
           IF FS NOT = "00"
               CLOSE BANCO
               GO TO P-APURA-GRAVA.
           OPEN INPUT MOVEST.
           IF FS-MOVEST NOT = "00"
               CLOSE MOVEST BANCO
               GO TO P-APURA-GRAVA.
           MOVE SPACES TO WS-DOC-LIDO.
           MOVE SPACES TO WS-DOC-NOME.
       P-APURA-MOVEST-LER.
           READ MOVEST
               AT END
                   GO TO P-APURA-MOVEST-FIM.
           IF NOT MOV-ENTRADA AND NOT MOV-SAIDA
               GO TO P-APURA-MOVEST-LER.
           IF MOV-NUM-CHE = SPACES OR MOV-NUM-CHE = "TRANSF"
               OR MOV-NUM-CHE = "PRODUC" OR MOV-NUM-CHE = "ESTPDV"
               OR MOV-NUM-CHE = "INVENT" OR MOV-NUM-CHE = "CONSUM"
               GO TO P-APURA-MOVEST-LER.
           IF MOV-NUM-CHE NOT = WS-DOC-LIDO
               MOVE MOV-NUM-CHE TO WS-DOC-LIDO
               MOVE MOV-NUM-CHE TO NUM-CHE
               READ BANCO
                   INVALID KEY
                       MOVE SPACES TO DESCRI-CHE
               END-READ
               MOVE DESCRI-CHE TO WS-DOC-NOME.
           IF WS-DOC-NOME = SPACES
               GO TO P-APURA-MOVEST-LER.
           MOVE MOV-DIA TO WS-DMA-DIA.
           MOVE MOV-MES TO WS-DMA-MES.
           MOVE MOV-ANO TO WS-DMA-ANO.
           PERFORM P-DMA-AMD.
      *     devolucao ao fornecedor (MERC15) abate a compra
           IF MOV-SAIDA
               COMPUTE WS-MOV-VLR = ZEROS - MOV-VALOR
           ELSE
               MOVE MOV-VALOR TO WS-MOV-VLR.
           PERFORM P-SOMA-ENTRADA.
           GO TO P-APURA-MOVEST-LER.
       P-APURA-MOVEST-FIM.
           CLOSE MOVEST BANCO.
       P-APURA-GRAVA.
           MOVE ZEROS TO WS-AC-IX.
       P-APURA-GRAVA-LOOP.
           ADD 1 TO WS-AC-IX.
           IF WS-AC-IX > WS-AC-N
               GO TO P-APURA-AVISO.
           MOVE WS-EMPRESA-ATUAL TO ACO-EMPRESA.
           MOVE WS-AC-NUM ( WS-AC-IX ) TO ACO-NUM.
           READ ACORDO
               INVALID KEY
                   GO TO P-APURA-GRAVA-LOOP.
           IF WS-AC-COMPRA ( WS-AC-IX ) < ZEROS
               MOVE ZEROS TO WS-AC-COMPRA ( WS-AC-IX ).
           MOVE WS-AC-COMPRA ( WS-AC-IX ) TO ACO-BASE-VLR.
           COMPUTE ACO-APURADO ROUNDED =
               ACO-BASE-VLR * ACO-PCT / 100.
           MOVE WS-HOJE-AMD TO ACO-DT-APURA.
           PERFORM P-TESTA-QUITADO.
           REWRITE REG-ACORDO.
           GO TO P-APURA-GRAVA-LOOP.
       P-APURA-AVISO.
           IF WS-AC-CHEIO = "S"
               DISPLAY (22 04) "!! MAIS DE 200 ACORDOS A APURAR -"
                   " RODE DE NOVO P/ OS DEMAIS"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA.
       P-APURA-FIM.

      *-----pedido entra nos acordos base P do fornecedor no periodo---*
       P-SOMA-PEDIDO.
           MOVE ZEROS TO WS-AC-IX.
       P-SOMA-PEDIDO-LOOP.
           ADD 1 TO WS-AC-IX.
           IF WS-AC-IX > WS-AC-N
               EXIT PARAGRAPH.
           IF WS-AC-BASE ( WS-AC-IX ) NOT = "P"
               OR WS-AC-FORN ( WS-AC-IX ) NOT = PED-FORN
               GO TO P-SOMA-PEDIDO-LOOP.
           IF WS-AMD-N < WS-AC-INICIO ( WS-AC-IX )
               OR WS-AMD-N > WS-AC-FIM ( WS-AC-IX )
               GO TO P-SOMA-PEDIDO-LOOP.
           ADD PED-VALOR TO WS-AC-COMPRA ( WS-AC-IX ).
           GO TO P-SOMA-PEDIDO-LOOP.

      *-----entrada/devolucao entra nos acordos base E do fornecedor---*
       P-SOMA-ENTRADA.
           MOVE ZEROS TO WS-AC-IX.
       P-SOMA-ENTRADA-LOOP.
           ADD 1 TO WS-AC-IX.
           IF WS-AC-IX > WS-AC-N
               EXIT PARAGRAPH.
           IF WS-AC-BASE ( WS-AC-IX ) NOT = "E"
               OR WS-AC-NOME ( WS-AC-IX ) NOT = WS-DOC-NOME
               GO TO P-SOMA-ENTRADA-LOOP.
           IF WS-AMD-N < WS-AC-INICIO ( WS-AC-IX )
               OR WS-AMD-N > WS-AC-FIM ( WS-AC-IX )
               GO TO P-SOMA-ENTRADA-LOOP.
           ADD WS-MOV-VLR TO WS-AC-COMPRA ( WS-AC-IX ).
           GO TO P-SOMA-ENTRADA-LOOP.

      *-----proximo numero de acordo da empresa------------------------*
       P-PROXIMO-ACO.
           MOVE ZEROS TO WS-PROX-ACO.
           MOVE WS-EMPRESA-ATUAL TO ACO-EMPRESA.
           MOVE ZEROS TO ACO-NUM.
           START ACORDO KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   GO TO P-PROXIMO-ACO-CALC.
       P-PROXIMO-ACO-LER.
           READ ACORDO NEXT RECORD
               AT END
                   GO TO P-PROXIMO-ACO-CALC.
           IF ACO-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-PROXIMO-ACO-CALC.
           MOVE ACO-NUM TO WS-PROX-ACO.
           GO TO P-PROXIMO-ACO-LER.
       P-PROXIMO-ACO-CALC.
           ADD 1 TO WS-PROX-ACO.
       P-PROXIMO-ACO-FIM.

      *-----datas da vigencia na linha 09 (inicio e fim)---------------*
       P-PEDE-DATA-09-25.
           ACCEPT (09 25) WS-DMA-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (09 28) WS-DMA-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (09 31) WS-DMA-ANO WITH PROMPT UPDATE AUTO-SKIP.
           PERFORM P-DMA-AMD.

       P-PEDE-DATA-09-38.
           ACCEPT (09 38) WS-DMA-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (09 41) WS-DMA-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (09 44) WS-DMA-ANO WITH PROMPT UPDATE AUTO-SKIP.
           PERFORM P-DMA-AMD.

       P-DMA-AMD.
           MOVE WS-DMA-ANO TO WS-AMD-ANO.
           MOVE WS-DMA-MES TO WS-AMD-MES.
           MOVE WS-DMA-DIA TO WS-AMD-DIA.

       P-AVANCA.
           ADD 1 TO LIN.
           IF LIN > 19
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT (23 25) WS-P WITH AUTO-SKIP
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (05 00) ERASE
               MOVE 6 TO LIN.

       P-FIM.
           CLOSE ACORDO FORN.
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
           MOVE "MERC24" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "MERC24.TXT" TO RARQ-ARQUIVO.
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
