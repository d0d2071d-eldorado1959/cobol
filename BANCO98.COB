       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO98.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    PROPOSTA DE PAGAMENTO
      *    Toda manha a escolha do que pagar era feita olhando o
      *    BANCO50 e o BANCO79 e fazendo conta no papel. Aqui o
      *    operador informa ate que vencimento olhar; o programa
      *    apura o disponivel de cada conta (CTA-SALDO-INI abatido
      *    do que ja saiu e das transferencias, como o BANCO79, e
      *    menos o que ja esta comprometido: cheque emitido ainda
      *    nao compensado e titulo ja amarrado em bordero) e
      *    encaixa os titulos pendentes ate a data, SEM deixar
      *    conta nenhuma negativa, na ordem:
      *      1o titulo com desconto de antecipacao (FORN-DESC-PCT)
      *         ainda no prazo - o valor ja entra com o desconto;
      *      2o titulo vencido, que esta correndo juros - o valor
      *         entra com multa + juros (mesmas taxas do BANCO05);
      *      3o os demais, por ordem de vencimento.
      *    O titulo vai pela conta dele; se ela nao cobre, pela
      *    conta com maior disponivel que cubra (a proposta troca
      *    a conta do titulo, marcada com "*"). O que nao cabe sai
      *    na lista de recusados com o motivo - inclusive o de
      *    favorecido com dado bancario trocado e ainda nao
      *    verificado por telefone (VERFORN.DAT, como o BANCO59),
      *    que fica retido. Aceita a proposta,
      *    cada conta vira um bordero (BORDERO.DAT, mesmo lote do
      *    BANCO59) e o BANCO05 confirma pelo numero. Tela +
      *    BANCO98.TXT. Menu Rotinas Bancarias, opcao 11.
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
           SELECT BORDERO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BORD-NUM
                  FILE STATUS IS FS-BORD.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FORN-COD
                  FILE STATUS IS FS-FORN.
           SELECT CTA       ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CTA-COD
                  FILE STATUS  IS FS-CTA.
           SELECT TRANSFB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRB-NUM
                  FILE STATUS IS FS-TRB.
           SELECT VERFORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VF-CHAVE
                  FILE STATUS IS FS-VERF.
           SELECT HIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-HIST.
           SELECT PROPOSTA ASSIGN TO DISK.
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

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       COPY BORDMAST.

       COPY CTAMAST.

       COPY FORNMAST.

       COPY TRFBMAST.

       COPY HISTMAST.

       COPY VERFMAST.

      *-----------------------------------------------------------*
      * Candidatos a pagamento, classificados pelo SORT na ordem   *
      * de prioridade (1 desconto, 2 vencido, 3 demais) e, dentro  *
      * dela, por vencimento.                                      *
      *-----------------------------------------------------------*
       SD PROPOSTA.
       01 REG-PROPOSTA.
           03 PROP-PRIO        PIC 9.
           03 PROP-VCTO        PIC 9(08).
           03 PROP-NUM         PIC X(06).
           03 PROP-CTA         PIC 99.
           03 PROP-VALOR       PIC 9(09)V99.
           03 PROP-VALOR-DOC   PIC 9(09)V99.
           03 PROP-DESCRI      PIC X(20).

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO98.TXT".
       01 REG-ARQSAID           PIC X(80).

      ***********************************
       WORKING-STORAGE SECTION.
      *-----nome fisico do diario (expurgo anual = BANCO91)-------------*
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
       77 FS                   PIC XX.
       77 FS-BORD               PIC XX.
       77 FS-FORN               PIC XX.
       77 FS-CTA                PIC XX.
       77 FS-TRB                PIC XX.
       77 FS-HIST               PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-TEM-FORN           PIC X VALUE "N".
       88 TEM-FORN-88           VALUE "S".
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
      *-----fornecedor com dado bancario mudado e ainda nao-----------*
      *-----verificado por telefone (VERFORN.DAT / BANCOFS): os-------*
      *-----nomes ficam aqui e o documento do favorecido e retido-----*
       77 FS-VERF               PIC XX.
       77 WS-VERF-QTDE          PIC 999 VALUE ZEROS.
       77 WS-VERF-IDX           PIC 999 VALUE ZEROS.
       77 WS-VERF-RETIDO        PIC X VALUE "N".
       88 VERF-RETIDO-88        VALUE "S".
       01 WS-VERF-TAB.
           03 WS-VERF-NOME      PIC X(20) OCCURS 200 TIMES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPERACAO          PIC X VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-PROX-BORD         PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-LOTE         PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-LOTE        PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-BORD         PIC 9(03) VALUE ZEROS.
       77 WS-PULADOS           PIC 9(03) VALUE ZEROS.
       77 WS-ABERTO            PIC S9(09)V99 VALUE ZEROS.
       77 WS-DESCONTO          PIC 9(09)V99 VALUE ZEROS.
       77 WS-JUROS-CALC        PIC 9(09)V99 VALUE ZEROS.
      *-----mesmas taxas da baixa em atraso do BANCO05 / BANCO09--------*
       77 WS-PCT-MULTA          PIC 99 VALUE 02.
       77 WS-PCT-JUROS-DIA      PIC 9(03) VALUE 033.
       77 WS-DIAS-ATRASO        PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-PROP         PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-REJ          PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-REJ-TOT       PIC 9(05) VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----hoje e limite dos vencimentos na ordem de VCTO-CHE----------*
       01 WS-HOJE-AMD.
           03 ANO-HOJE          PIC 9(04).
           03 MES-HOJE          PIC 99.
           03 DIA-HOJE          PIC 99.
       01 WS-ATE-AMD.
           03 ANO-ATE-A         PIC 9(04).
           03 MES-ATE-A         PIC 99.
           03 DIA-ATE-A         PIC 99.
      *-----limite como digitado------------------------------------------*
       01 WS-ATE.
           03 DIA-ATE           PIC 99.
           03 MES-ATE           PIC 99.
           03 ANO-ATE           PIC 9(04).

       01 WS-AMD-BUF            PIC 9(08) VALUE ZEROS.
       01 WS-AMD-BUF-R REDEFINES WS-AMD-BUF.
           03 ANO-AMD           PIC 9(04).
           03 MES-AMD           PIC 99.
           03 DIA-AMD           PIC 99.
       77 WS-DATA-BUF           PIC 9(08) VALUE ZEROS.

       01 WS-CHAVE-BUF          PIC X(06) VALUE ZEROS.
       01 WS-CHAVE-BUF-R REDEFINES WS-CHAVE-BUF.
           03 WS-CHAVE-ANO      PIC 99.
           03 WS-CHAVE-SEQ      PIC 9(04).

      *-----------------------------------------------------------*
      * Contas de CTA.DAT, na posicao do proprio codigo: saldo     *
      * apurado, o que ja esta comprometido, o disponivel que vai  *
      * sendo consumido pela proposta e o total proposto.          *
      *-----------------------------------------------------------*
       01 WS-TAB-CTA.
           03 WS-TC OCCURS 99 TIMES.
               05 WS-TC-NOME       PIC X(10).
               05 WS-TC-ATIVA      PIC X.
               05 WS-TC-SALDO      PIC S9(11)V99.
               05 WS-TC-RESERVA    PIC 9(11)V99.
               05 WS-TC-DISP       PIC S9(11)V99.
               05 WS-TC-QTDE       PIC 9(03).
               05 WS-TC-PROP       PIC 9(11)V99.
       77 WS-CX                 PIC 99 VALUE ZEROS.
       77 WS-CY                 PIC 99 VALUE ZEROS.
       77 WS-MAIOR-DISP         PIC S9(11)V99 VALUE ZEROS.

      *-----titulos aceitos na proposta (viram bordero)------------------*
       01 WS-TAB-ACE.
           03 WS-ACE OCCURS 500 TIMES.
               05 WS-ACE-NUM       PIC X(06).
               05 WS-ACE-DESCRI    PIC X(20).
               05 WS-ACE-VCTO      PIC 9(08).
               05 WS-ACE-VALOR     PIC 9(09)V99.
               05 WS-ACE-VALOR-DOC PIC 9(09)V99.
               05 WS-ACE-PRIO      PIC 9.
               05 WS-ACE-CTA       PIC 99.
               05 WS-ACE-CTA-ORIG  PIC 99.
       77 WS-QTDE-ACE           PIC 9(03) VALUE ZEROS.
       77 WS-AX                 PIC 9(03) VALUE ZEROS.

      *-----titulos recusados, com o motivo------------------------------*
       01 WS-TAB-REJ.
           03 WS-REJ OCCURS 300 TIMES.
               05 WS-REJ-NUM       PIC X(06).
               05 WS-REJ-DESCRI    PIC X(20).
               05 WS-REJ-VCTO      PIC 9(08).
               05 WS-REJ-VALOR     PIC 9(09)V99.
               05 WS-REJ-MOTIVO    PIC X(18).
       77 WS-QTDE-REJ           PIC 9(03) VALUE ZEROS.
       77 WS-RX                 PIC 9(03) VALUE ZEROS.
       77 WS-MOTIVO             PIC X(18) VALUE SPACES.

      *-----calculo juliano, mesmo criterio do BANCO09------------------*
       77 WS-CJ-ANO             PIC 9(04).
       77 WS-CJ-MES             PIC 99.
       77 WS-CJ-DIA             PIC 99.
       77 WS-CJ-DIVANO          PIC 9(04).
       77 WS-CJ-RESTO           PIC 9(03).
       77 WS-CJ-AJUSTE          PIC 9.
       77 WS-CJ-RESULT          PIC 9(07).
       77 WS-JULIANO-HOJE       PIC 9(07) VALUE ZEROS.
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

       01 LINHA-TRACO.
           02 F PIC X(72) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(37) VALUE
               "Proposta de pagamento - vencidos ate ".
           02 TIT-DIA          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-ANO          PIC 9(04).
       01 LINHA-SECAO.
           02 F PIC X(02) VALUE SPACES.
           02 SECAO-DET        PIC X(60).
       01 LINHA-PROP.
           02 F PIC X(01) VALUE SPACES.
           02 PROP-NUM-DET     PIC X(06).
           02 F PIC X(01) VALUE SPACES.
           02 PROP-NOME-DET    PIC X(20).
           02 F PIC X(01) VALUE SPACES.
           02 PROP-VCTO-DET    PIC 99/99/9999.
           02 F PIC X(01) VALUE SPACES.
           02 PROP-VALOR-DET   PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 PROP-CONTA-DET   PIC X(10).
           02 PROP-TROCA-DET   PIC X(01).
           02 F PIC X(01) VALUE SPACES.
           02 PROP-TIPO-DET    PIC X(05).
       01 LINHA-REJ.
           02 F PIC X(01) VALUE SPACES.
           02 REJ-NUM-DET      PIC X(06).
           02 F PIC X(01) VALUE SPACES.
           02 REJ-NOME-DET     PIC X(20).
           02 F PIC X(01) VALUE SPACES.
           02 REJ-VCTO-DET     PIC 99/99/9999.
           02 F PIC X(01) VALUE SPACES.
           02 REJ-VALOR-DET    PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 REJ-MOTIVO-DET   PIC X(18).
       01 LINHA-CONTA.
           02 F PIC X(01) VALUE SPACES.
           02 CTA-NOME-DET     PIC X(10).
           02 F PIC X(06) VALUE " Disp.".
           02 CTA-DISP-DET     PIC ZZ.ZZZ.ZZ9,99-.
           02 F PIC X(06) VALUE " Prop.".
           02 CTA-PROP-DET     PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(06) VALUE " Sobra".
           02 CTA-SOBRA-DET    PIC ZZ.ZZZ.ZZ9,99-.
       01 LINHA-TOTAL.
           02 F PIC X(02) VALUE SPACES.
           02 ROTULO-TOT-DET   PIC X(26).
           02 QTDE-TOT-DET     PIC ZZ.ZZ9.
           02 F PIC X(04) VALUE " R$ ".
           02 VALOR-TOT-DET    PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-BORD.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(09) VALUE "Bordero  ".
           02 BORD-NUM-DET     PIC 9(04).
           02 F PIC X(08) VALUE "  Conta ".
           02 BORD-CONTA-DET   PIC X(10).
           02 F PIC X(02) VALUE SPACES.
           02 BORD-QTDE-DET    PIC ZZ9.
           02 F PIC X(14) VALUE " titulo(s) R$ ".
           02 BORD-VALOR-DET   PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-APROVA.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(36) VALUE "APROVACAO __________________________".

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /  ".
           02 LINE 01 COLUMN 70 VALUE "BANCO98" BLINK.
           02 LINE 03 COLUMN 22 VALUE " Proposta de Pagamento "
               BLINK.
           02 LINE 05 COLUMN 04 VALUE "Vencimentos ate....=".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O BANCO.
           IF FS = "30"
               DISPLAY (22 04) "!! BCO.DAT NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE BANCO
               DISPLAY (01 01) ERASE
               CHAIN "BANCO40.COM".
           OPEN INPUT CTA.
           IF FS-CTA NOT = "00"
               DISPLAY (22 04) "!! CTA.DAT NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE BANCO CTA
               DISPLAY (01 01) ERASE
               CHAIN "BANCO40.COM".
           OPEN I-O BORDERO.
           IF FS-BORD = "30"
               CLOSE BORDERO
               OPEN OUTPUT BORDERO
               CLOSE BORDERO
               OPEN I-O BORDERO.
           OPEN INPUT FORN.
           IF FS-FORN = "00"
               MOVE "S" TO WS-TEM-FORN
           ELSE
               CLOSE FORN.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           MOVE DIA TO DIA-ATE.
           MOVE MES TO MES-ATE.
           MOVE ANO TO ANO-ATE.
           DISPLAY (05 25) "  /  /    ".
           DISPLAY (05 40) "(dia 00 = Sai)".
           ACCEPT (05 25) DIA-ATE WITH PROMPT UPDATE AUTO-SKIP.
           IF DIA-ATE = ZEROS
               PERFORM P-FIM.
           ACCEPT (05 28) MES-ATE WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (05 31) ANO-ATE WITH PROMPT UPDATE AUTO-SKIP.
           DISPLAY (05 40) WS-LIMPA.
           MOVE ANO-ATE TO ANO-ATE-A.
           MOVE MES-ATE TO MES-ATE-A.
           MOVE DIA-ATE TO DIA-ATE-A.
           DISPLAY (07 04) "Apurando saldos e titulos...".
           PERFORM P-CARGA-CTA THRU P-CARGA-CTA-FIM.
           PERFORM P-VARRE-TRANSFB THRU P-VARRE-TRANSFB-FIM.
           PERFORM P-CARREGA-VERIF THRU P-CARREGA-VERIF-FIM.
           MOVE ZEROS TO WS-QTDE-ACE WS-QTDE-REJ WS-QTDE-REJ-TOT.
           MOVE ZEROS TO WS-TOTAL-PROP WS-TOTAL-REJ.
           SORT PROPOSTA ON ASCENDING KEY PROP-PRIO PROP-VCTO
                   PROP-NUM
               INPUT PROCEDURE IS P-SORT-ENTRADA
                   THRU P-SORT-ENTRADA-FIM
               OUTPUT PROCEDURE IS P-SORT-SAIDA
                   THRU P-SORT-SAIDA-FIM.
           PERFORM P-MOSTRA THRU P-MOSTRA-FIM.
           IF WS-QTDE-ACE = ZEROS
               DISPLAY (21 04) "Nenhum titulo cabe no disponivel."
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               GO TO P01-TELA-1.
           DISPLAY (01 01) ERASE.
           MOVE WS-TOTAL-PROP TO WS-MOSTRA-VALOR.
           DISPLAY (05 04) "Proposta: " WS-QTDE-ACE
               " titulo(s), R$ " WS-MOSTRA-VALOR.
           MOVE WS-TOTAL-REJ TO WS-MOSTRA-VALOR.
           DISPLAY (06 04) "Recusados: " WS-QTDE-REJ-TOT
               " titulo(s), R$ " WS-MOSTRA-VALOR.
           DISPLAY (08 04) "Proposta em BANCO98.TXT".
           DISPLAY (10 04) "Aceita e gera os borderos < S/N >? ".
           ACCEPT (10 40) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF = "S" OR "s" OR "0"
               PERFORM P-ACEITA THRU P-ACEITA-FIM.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           GO TO P01-TELA-1.
      *******************************************

      *-----contas de CTA.DAT na posicao do codigo - inativa nao-------*
      *-----recebe titulo de outra conta---------------------------------*
       P-CARGA-CTA.
           MOVE ZEROS TO WS-CX.
       P-CARGA-CTA-LIMPA.
           ADD 1 TO WS-CX.
           IF WS-CX > 99
               GO TO P-CARGA-CTA-INICIO.
           MOVE SPACES TO WS-TC-NOME (WS-CX).
           MOVE "N" TO WS-TC-ATIVA (WS-CX).
           MOVE ZEROS TO WS-TC-SALDO (WS-CX) WS-TC-RESERVA (WS-CX)
               WS-TC-DISP (WS-CX) WS-TC-QTDE (WS-CX)
               WS-TC-PROP (WS-CX).
           GO TO P-CARGA-CTA-LIMPA.
       P-CARGA-CTA-INICIO.
           MOVE ZEROS TO CTA-COD.
           START CTA KEY IS NOT LESS THAN CTA-COD
               INVALID KEY
                   GO TO P-CARGA-CTA-FIM.
       P-CARGA-CTA-LER.
           READ CTA NEXT RECORD
               AT END
                   GO TO P-CARGA-CTA-FIM.
           IF CTA-COD = ZEROS OR CTA-NOME = SPACES
               GO TO P-CARGA-CTA-LER.
           MOVE CTA-NOME TO WS-TC-NOME (CTA-COD).
           MOVE CTA-SALDO-INI TO WS-TC-SALDO (CTA-COD).
           IF NOT CTA-INATIVA
               MOVE "S" TO WS-TC-ATIVA (CTA-COD).
           GO TO P-CARGA-CTA-LER.
       P-CARGA-CTA-FIM.

      *-----transferencias entre contas (BANCO81) no saldo, mesmo------*
      *-----criterio do razao (BANCO47) e do BANCO79---------------------*
       P-VARRE-TRANSFB.
           OPEN INPUT TRANSFB.
           IF FS-TRB NOT = "00"
               CLOSE TRANSFB
               GO TO P-VARRE-TRANSFB-FIM.
           MOVE ZEROS TO TRB-NUM.
           START TRANSFB KEY IS NOT LESS THAN TRB-NUM
               INVALID KEY
                   CLOSE TRANSFB
                   GO TO P-VARRE-TRANSFB-FIM.
       P-VARRE-TRANSFB-LER.
           READ TRANSFB NEXT RECORD
               AT END
                   CLOSE TRANSFB
                   GO TO P-VARRE-TRANSFB-FIM.
           IF NOT TRB-ATIVA
               GO TO P-VARRE-TRANSFB-LER.
           IF TRB-CTA-ORIG NOT = ZEROS
               SUBTRACT TRB-VALOR FROM WS-TC-SALDO (TRB-CTA-ORIG).
           IF TRB-CTA-DEST NOT = ZEROS
               ADD TRB-VALOR TO WS-TC-SALDO (TRB-CTA-DEST).
           GO TO P-VARRE-TRANSFB-LER.
       P-VARRE-TRANSFB-FIM.

      *-----------------------------------------------------------*
      * Varre o movimento: o que ja foi pago (inteiro ou parcial)  *
      * sai do saldo da conta; cheque pendente e titulo ja em      *
      * bordero ficam reservados; titulo pendente ate a data, fora *
      * de bordero, vira candidato com prioridade e valor a pagar. *
      *-----------------------------------------------------------*
       P-SORT-ENTRADA.
           MOVE ZEROS TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY
                   GO TO P-SORT-ENTRADA-FIM.
       P-SORT-ENTRADA-LER.
           READ BANCO NEXT RECORD
               AT END
                   GO TO P-SORT-ENTRADA-FIM.
           IF CHE-CANCELADO OR CHE-ESTORNO
               GO TO P-SORT-ENTRADA-LER.
           IF RECEBIDO-CHE = 88888888
               GO TO P-SORT-ENTRADA-LER.
           PERFORM P-ACHA-CTA THRU P-ACHA-CTA-FIM.
           IF WS-CX NOT = ZEROS
               SUBTRACT VALOR-PAGO FROM WS-TC-SALDO (WS-CX).
           IF DATA-CONF NOT = ZEROS
               GO TO P-SORT-ENTRADA-LER.
           COMPUTE WS-ABERTO = VALOR-CHE + JUROS-PAGO-CHE
                             - VALOR-PAGO - DESC-CHE.
           IF WS-ABERTO NOT > ZEROS
               GO TO P-SORT-ENTRADA-LER.
           MOVE NUM-CHE TO WS-CHAVE-BUF.
           IF WS-CHAVE-SEQ < 5000 OR BORDERO-CHE NOT = ZEROS
               IF WS-CX NOT = ZEROS
                   ADD WS-ABERTO TO WS-TC-RESERVA (WS-CX)
               END-IF
               GO TO P-SORT-ENTRADA-LER.
           IF VCTO-CHE > WS-ATE-AMD
               GO TO P-SORT-ENTRADA-LER.
           MOVE VCTO-CHE TO PROP-VCTO.
           MOVE NUM-CHE TO PROP-NUM.
           MOVE DESCRI-CHE TO PROP-DESCRI.
           MOVE WS-CX TO PROP-CTA.
           MOVE VALOR-CHE TO PROP-VALOR-DOC.
           IF CHE-PENDENTE
               MOVE WS-ABERTO TO PROP-VALOR
               MOVE "AGUARDA LIBERACAO" TO WS-MOTIVO
               PERFORM P-GUARDA-REJ
               GO TO P-SORT-ENTRADA-LER.
      *     favorecido com dado bancario trocado e ainda nao
      *     verificado por telefone (BANCOFS) fica retido
           PERFORM P-TESTA-VERIF THRU P-TESTA-VERIF-FIM.
           IF VERF-RETIDO-88
               MOVE WS-ABERTO TO PROP-VALOR
               MOVE "EM VERIFICACAO" TO WS-MOTIVO
               PERFORM P-GUARDA-REJ
               GO TO P-SORT-ENTRADA-LER.
           MOVE 3 TO PROP-PRIO.
           MOVE WS-ABERTO TO PROP-VALOR.
           PERFORM P-PRIORIDADE THRU P-PRIORIDADE-FIM.
           RELEASE REG-PROPOSTA.
           GO TO P-SORT-ENTRADA-LER.
       P-SORT-ENTRADA-FIM.

      *-----------------------------------------------------------*
      * 1 = desconto de antecipacao no prazo (o valor ja sai com   *
      * o desconto); 2 = vencido, com multa + juros estimados;     *
      * 3 = o resto. Mesmas regras da baixa (BANCO05).             *
      *-----------------------------------------------------------*
       P-PRIORIDADE.
           IF VCTO-CHE < WS-HOJE-AMD
               GO TO P-PRIORIDADE-VENCIDO.
           IF VCTO-CHE = WS-HOJE-AMD
               GO TO P-PRIORIDADE-FIM.
           IF NOT TEM-FORN-88 OR DESC-CHE NOT = ZEROS
               GO TO P-PRIORIDADE-FIM.
           MOVE ZEROS TO FORN-COD.
           START FORN KEY IS NOT LESS THAN FORN-COD
               INVALID KEY
                   GO TO P-PRIORIDADE-FIM.
       P-PRIORIDADE-FORN.
           READ FORN NEXT RECORD
               AT END
                   GO TO P-PRIORIDADE-FIM.
           IF FORN-NOME NOT = DESCRI-CHE
               GO TO P-PRIORIDADE-FORN.
           IF FORN-DESC-PCT = ZEROS
               GO TO P-PRIORIDADE-FIM.
           COMPUTE WS-DESCONTO ROUNDED =
               VALOR-CHE * FORN-DESC-PCT / 100.
           IF WS-DESCONTO NOT < PROP-VALOR
               GO TO P-PRIORIDADE-FIM.
           SUBTRACT WS-DESCONTO FROM PROP-VALOR.
           MOVE 1 TO PROP-PRIO.
           GO TO P-PRIORIDADE-FIM.
       P-PRIORIDADE-VENCIDO.
           MOVE 2 TO PROP-PRIO.
           IF JUROS-PAGO-CHE NOT = ZEROS
               GO TO P-PRIORIDADE-FIM.
           MOVE ANO-VCTO-CHE TO WS-CJ-ANO.
           MOVE MES-VCTO-CHE TO WS-CJ-MES.
           MOVE DIA-VCTO-CHE TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           IF WS-JULIANO-HOJE NOT > WS-CJ-RESULT
               GO TO P-PRIORIDADE-FIM.
           COMPUTE WS-DIAS-ATRASO = WS-JULIANO-HOJE - WS-CJ-RESULT.
           COMPUTE WS-JUROS-CALC ROUNDED =
               ( VALOR-CHE * WS-PCT-MULTA / 100 )
               + ( VALOR-CHE * WS-DIAS-ATRASO * WS-PCT-JUROS-DIA
                   / 100000 ).
           ADD WS-JUROS-CALC TO PROP-VALOR.
       P-PRIORIDADE-FIM.

      *-----------------------------------------------------------*
      * Encaixe na ordem classificada: primeiro a conta do titulo; *
      * se nao cobre, a conta ativa de maior disponivel; se nem    *
      * ela cobre, o titulo fica de fora.                          *
      *-----------------------------------------------------------*
       P-SORT-SAIDA.
           PERFORM P-CALC-DISP THRU P-CALC-DISP-FIM.
       P-SORT-SAIDA-LER.
           RETURN PROPOSTA
               AT END
                   GO TO P-SORT-SAIDA-FIM.
           MOVE PROP-CTA TO WS-CY.
           IF WS-CY NOT = ZEROS
               IF WS-TC-ATIVA (WS-CY) = "S"
                   AND WS-TC-DISP (WS-CY) NOT < PROP-VALOR
                   GO TO P-SORT-SAIDA-ACEITA.
           PERFORM P-MAIOR-DISP THRU P-MAIOR-DISP-FIM.
           IF WS-CY = ZEROS OR WS-MAIOR-DISP < PROP-VALOR
               MOVE "SALDO INSUFICIENTE" TO WS-MOTIVO
               PERFORM P-GUARDA-REJ
               GO TO P-SORT-SAIDA-LER.
       P-SORT-SAIDA-ACEITA.
           IF WS-QTDE-ACE NOT < 500
               MOVE "LIMITE DA PROPOSTA" TO WS-MOTIVO
               PERFORM P-GUARDA-REJ
               GO TO P-SORT-SAIDA-LER.
           ADD 1 TO WS-QTDE-ACE.
           MOVE PROP-NUM       TO WS-ACE-NUM (WS-QTDE-ACE).
           MOVE PROP-DESCRI    TO WS-ACE-DESCRI (WS-QTDE-ACE).
           MOVE PROP-VCTO      TO WS-ACE-VCTO (WS-QTDE-ACE).
           MOVE PROP-VALOR     TO WS-ACE-VALOR (WS-QTDE-ACE).
           MOVE PROP-VALOR-DOC TO WS-ACE-VALOR-DOC (WS-QTDE-ACE).
           MOVE PROP-PRIO      TO WS-ACE-PRIO (WS-QTDE-ACE).
           MOVE WS-CY          TO WS-ACE-CTA (WS-QTDE-ACE).
           MOVE PROP-CTA       TO WS-ACE-CTA-ORIG (WS-QTDE-ACE).
           SUBTRACT PROP-VALOR FROM WS-TC-DISP (WS-CY).
           ADD PROP-VALOR TO WS-TC-PROP (WS-CY).
           ADD 1 TO WS-TC-QTDE (WS-CY).
           ADD PROP-VALOR TO WS-TOTAL-PROP.
           GO TO P-SORT-SAIDA-LER.
       P-SORT-SAIDA-FIM.

      *-----disponivel = saldo apurado menos o comprometido------------*
       P-CALC-DISP.
           MOVE ZEROS TO WS-CX.
       P-CALC-DISP-LOOP.
           ADD 1 TO WS-CX.
           IF WS-CX > 99
               GO TO P-CALC-DISP-FIM.
           COMPUTE WS-TC-DISP (WS-CX) =
               WS-TC-SALDO (WS-CX) - WS-TC-RESERVA (WS-CX).
           GO TO P-CALC-DISP-LOOP.
       P-CALC-DISP-FIM.

      *-----conta ativa com o maior disponivel (WS-CY, 0 = nenhuma)----*
       P-MAIOR-DISP.
           MOVE ZEROS TO WS-CX WS-CY WS-MAIOR-DISP.
       P-MAIOR-DISP-LOOP.
           ADD 1 TO WS-CX.
           IF WS-CX > 99
               GO TO P-MAIOR-DISP-FIM.
           IF WS-TC-ATIVA (WS-CX) NOT = "S"
               GO TO P-MAIOR-DISP-LOOP.
           IF WS-TC-DISP (WS-CX) > WS-MAIOR-DISP
               MOVE WS-TC-DISP (WS-CX) TO WS-MAIOR-DISP
               MOVE WS-CX TO WS-CY.
           GO TO P-MAIOR-DISP-LOOP.
       P-MAIOR-DISP-FIM.

      *-----posicao da conta do documento (WS-CX, 0 = fora do CTA)-----*
       P-ACHA-CTA.
           MOVE ZEROS TO WS-CX.
       P-ACHA-CTA-LOOP.
           ADD 1 TO WS-CX.
           IF WS-CX > 99
               MOVE ZEROS TO WS-CX
               GO TO P-ACHA-CTA-FIM.
           IF WS-TC-NOME (WS-CX) = SPACES
               GO TO P-ACHA-CTA-LOOP.
           IF WS-TC-NOME (WS-CX) NOT = CONTA-CHE
               GO TO P-ACHA-CTA-LOOP.
       P-ACHA-CTA-FIM.

      *-----recusado vai p/ a lista com o motivo (as 300 primeiras----*
      *-----linhas; alem disso so conta no total)------------------------*
       P-GUARDA-REJ.
           ADD 1 TO WS-QTDE-REJ-TOT.
           ADD PROP-VALOR TO WS-TOTAL-REJ.
           IF WS-QTDE-REJ NOT < 300
               EXIT PARAGRAPH.
           ADD 1 TO WS-QTDE-REJ.
           MOVE PROP-NUM    TO WS-REJ-NUM (WS-QTDE-REJ).
           MOVE PROP-DESCRI TO WS-REJ-DESCRI (WS-QTDE-REJ).
           MOVE PROP-VCTO   TO WS-REJ-VCTO (WS-QTDE-REJ).
           MOVE PROP-VALOR  TO WS-REJ-VALOR (WS-QTDE-REJ).
           MOVE WS-MOTIVO   TO WS-REJ-MOTIVO (WS-QTDE-REJ).

      *-----------------------------------------------------------*
      * Fornecedor em verificacao (VERFORN.DAT, ver VERFMAST):     *
      * P-CARREGA-VERIF guarda o nome de todo fornecedor com       *
      * mudanca de dado bancario ainda nao confirmada por          *
      * telefone; P-TESTA-VERIF liga VERF-RETIDO-88 quando o       *
      * favorecido do documento lido (DESCRI-CHE) e um deles.      *
      *-----------------------------------------------------------*
       P-CARREGA-VERIF.
           MOVE ZEROS TO WS-VERF-QTDE.
           OPEN INPUT VERFORN.
           IF FS-VERF NOT = "00"
               CLOSE VERFORN
               GO TO P-CARREGA-VERIF-FIM.
       P-CARREGA-VERIF-LER.
           READ VERFORN NEXT RECORD
               AT END
                   CLOSE VERFORN
                   GO TO P-CARREGA-VERIF-FIM.
           IF NOT VF-EM-VERIFICACAO
               GO TO P-CARREGA-VERIF-LER.
           IF WS-VERF-QTDE NOT < 200
               GO TO P-CARREGA-VERIF-LER.
           ADD 1 TO WS-VERF-QTDE.
           MOVE VF-FORN-NOME TO WS-VERF-NOME ( WS-VERF-QTDE ).
           GO TO P-CARREGA-VERIF-LER.
       P-CARREGA-VERIF-FIM.

       P-TESTA-VERIF.
           MOVE "N" TO WS-VERF-RETIDO.
           MOVE ZEROS TO WS-VERF-IDX.
       P-TESTA-VERIF-LER.
           ADD 1 TO WS-VERF-IDX.
           IF WS-VERF-IDX > WS-VERF-QTDE
               GO TO P-TESTA-VERIF-FIM.
           IF WS-VERF-NOME ( WS-VERF-IDX ) = DESCRI-CHE
               MOVE "S" TO WS-VERF-RETIDO
               GO TO P-TESTA-VERIF-FIM.
           GO TO P-TESTA-VERIF-LER.
       P-TESTA-VERIF-FIM.

      *-----------------------------------------------------------*
      * Proposta na tela e em BANCO98.TXT: os titulos propostos    *
      * na ordem do encaixe, o resumo por conta e os recusados.    *
      *-----------------------------------------------------------*
       P-MOSTRA.
           OPEN OUTPUT ARQSAID.
           MOVE DIA-ATE TO TIT-DIA.
           MOVE MES-ATE TO TIT-MES.
           MOVE ANO-ATE TO TIT-ANO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 04) "Titulos propostos (* = paga por outra"
               " conta)".
           MOVE "Titulos propostos (* = paga por outra conta)"
               TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           MOVE 3 TO LIN.
           MOVE ZEROS TO WS-AX.
       P-MOSTRA-ACE.
           ADD 1 TO WS-AX.
           IF WS-AX > WS-QTDE-ACE
               GO TO P-MOSTRA-CONTAS.
           MOVE WS-ACE-NUM (WS-AX) TO PROP-NUM-DET.
           MOVE WS-ACE-DESCRI (WS-AX) TO PROP-NOME-DET.
           MOVE WS-ACE-VCTO (WS-AX) TO WS-AMD-BUF.
           COMPUTE WS-DATA-BUF = DIA-AMD * 1000000 + MES-AMD * 10000
               + ANO-AMD.
           MOVE WS-DATA-BUF TO PROP-VCTO-DET.
           MOVE WS-ACE-VALOR (WS-AX) TO PROP-VALOR-DET.
           MOVE WS-ACE-CTA (WS-AX) TO WS-CX.
           MOVE WS-TC-NOME (WS-CX) TO PROP-CONTA-DET.
           MOVE SPACE TO PROP-TROCA-DET.
           IF WS-ACE-CTA (WS-AX) NOT = WS-ACE-CTA-ORIG (WS-AX)
               MOVE "*" TO PROP-TROCA-DET.
           MOVE SPACES TO PROP-TIPO-DET.
           IF WS-ACE-PRIO (WS-AX) = 1
               MOVE "DESC." TO PROP-TIPO-DET.
           IF WS-ACE-PRIO (WS-AX) = 2
               MOVE "JUROS" TO PROP-TIPO-DET.
           WRITE REG-ARQSAID FROM LINHA-PROP.
           DISPLAY (LIN, 01) LINHA-PROP.
           ADD 1 TO LIN.
           IF LIN > 20 PERFORM P-PARA.
           GO TO P-MOSTRA-ACE.
       P-MOSTRA-CONTAS.
           MOVE "Propostos................." TO ROTULO-TOT-DET.
           MOVE WS-QTDE-ACE TO QTDE-TOT-DET.
           MOVE WS-TOTAL-PROP TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           PERFORM P-PARA.
           DISPLAY (01 04) "Posicao das contas apos a proposta".
           MOVE "Posicao das contas apos a proposta" TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           MOVE ZEROS TO WS-CX.
       P-MOSTRA-CONTAS-LOOP.
           ADD 1 TO WS-CX.
           IF WS-CX > 99
               GO TO P-MOSTRA-REJ.
           IF WS-TC-NOME (WS-CX) = SPACES
               GO TO P-MOSTRA-CONTAS-LOOP.
           MOVE WS-TC-NOME (WS-CX) TO CTA-NOME-DET.
           COMPUTE CTA-DISP-DET =
               WS-TC-SALDO (WS-CX) - WS-TC-RESERVA (WS-CX).
           MOVE WS-TC-PROP (WS-CX) TO CTA-PROP-DET.
           MOVE WS-TC-DISP (WS-CX) TO CTA-SOBRA-DET.
           WRITE REG-ARQSAID FROM LINHA-CONTA.
           DISPLAY (LIN, 01) LINHA-CONTA.
           ADD 1 TO LIN.
           IF LIN > 20 PERFORM P-PARA.
           GO TO P-MOSTRA-CONTAS-LOOP.
       P-MOSTRA-REJ.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           PERFORM P-PARA.
           DISPLAY (01 04) "Titulos recusados".
           MOVE "Titulos recusados" TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           MOVE ZEROS TO WS-RX.
       P-MOSTRA-REJ-LOOP.
           ADD 1 TO WS-RX.
           IF WS-RX > WS-QTDE-REJ
               GO TO P-MOSTRA-TOTAL.
           MOVE WS-REJ-NUM (WS-RX) TO REJ-NUM-DET.
           MOVE WS-REJ-DESCRI (WS-RX) TO REJ-NOME-DET.
           MOVE WS-REJ-VCTO (WS-RX) TO WS-AMD-BUF.
           COMPUTE WS-DATA-BUF = DIA-AMD * 1000000 + MES-AMD * 10000
               + ANO-AMD.
           MOVE WS-DATA-BUF TO REJ-VCTO-DET.
           MOVE WS-REJ-VALOR (WS-RX) TO REJ-VALOR-DET.
           MOVE WS-REJ-MOTIVO (WS-RX) TO REJ-MOTIVO-DET.
           WRITE REG-ARQSAID FROM LINHA-REJ.
           DISPLAY (LIN, 01) LINHA-REJ.
           ADD 1 TO LIN.
           IF LIN > 20 PERFORM P-PARA.
           GO TO P-MOSTRA-REJ-LOOP.
       P-MOSTRA-TOTAL.
           MOVE "Recusados................." TO ROTULO-TOT-DET.
           MOVE WS-QTDE-REJ-TOT TO QTDE-TOT-DET.
           MOVE WS-TOTAL-REJ TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-MOSTRA-FIM.

      *-----------------------------------------------------------*
      * Proposta aceita: um bordero por conta pagadora (mesmo lote *
      * do BANCO59). Cada titulo e relido e so entra se continua   *
      * pendente e fora de bordero - outro terminal pode ter       *
      * mexido nele desde a apuracao. Titulo que muda de conta     *
      * deixa a imagem antes no HIST.DAT ("R").                    *
      *-----------------------------------------------------------*
       P-ACEITA.
           OPEN EXTEND ARQSAID.
           MOVE ZEROS TO WS-PULADOS WS-QTDE-BORD.
           PERFORM P-CARREGA-VERIF THRU P-CARREGA-VERIF-FIM.
           MOVE 12 TO LIN.
           MOVE ZEROS TO WS-CY.
       P-ACEITA-CONTA.
           ADD 1 TO WS-CY.
           IF WS-CY > 99
               GO TO P-ACEITA-TOTAL.
           IF WS-TC-QTDE (WS-CY) = ZEROS
               GO TO P-ACEITA-CONTA.
           PERFORM P-PROXIMO-BORD THRU P-PROXIMO-BORD-FIM.
           MOVE ZEROS TO WS-QTDE-LOTE WS-VALOR-LOTE.
           MOVE ZEROS TO WS-AX.
       P-ACEITA-TITULO.
           ADD 1 TO WS-AX.
           IF WS-AX > WS-QTDE-ACE
               GO TO P-ACEITA-GRAVA.
           IF WS-ACE-CTA (WS-AX) NOT = WS-CY
               GO TO P-ACEITA-TITULO.
           MOVE WS-ACE-NUM (WS-AX) TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   ADD 1 TO WS-PULADOS
                   GO TO P-ACEITA-TITULO.
           IF CHE-CANCELADO OR CHE-ESTORNO OR CHE-PENDENTE
                   OR DATA-CONF NOT = ZEROS
                   OR BORDERO-CHE NOT = ZEROS
               ADD 1 TO WS-PULADOS
               GO TO P-ACEITA-TITULO.
           PERFORM P-TESTA-VERIF THRU P-TESTA-VERIF-FIM.
           IF VERF-RETIDO-88
               ADD 1 TO WS-PULADOS
               GO TO P-ACEITA-TITULO.
           COMPUTE WS-ABERTO = VALOR-CHE + JUROS-PAGO-CHE
                             - VALOR-PAGO - DESC-CHE.
           IF WS-ABERTO NOT > ZEROS
               ADD 1 TO WS-PULADOS
               GO TO P-ACEITA-TITULO.
           IF CONTA-CHE NOT = WS-TC-NOME (WS-CY)
               MOVE "R" TO WS-OPERACAO
               PERFORM P-GRAVA-HIST
               MOVE WS-TC-NOME (WS-CY) TO CONTA-CHE.
           MOVE WS-PROX-BORD TO BORDERO-CHE.
           PERFORM P-REWRITE-BCO.
           ADD 1 TO WS-QTDE-LOTE.
           ADD WS-ABERTO TO WS-VALOR-LOTE.
           GO TO P-ACEITA-TITULO.
       P-ACEITA-GRAVA.
           IF WS-QTDE-LOTE = ZEROS
               GO TO P-ACEITA-CONTA.
           MOVE WS-PROX-BORD TO BORD-NUM.
           MOVE WS-TC-NOME (WS-CY) TO BORD-CONTA.
           MOVE DIA TO BORD-DIA.
           MOVE MES TO BORD-MES.
           MOVE ANO TO BORD-ANO.
           MOVE WS-QTDE-LOTE TO BORD-QTDE.
           MOVE WS-VALOR-LOTE TO BORD-VALOR.
           MOVE "A" TO BORD-SITUACAO.
           WRITE REG-BORDERO INVALID KEY
               REWRITE REG-BORDERO.
           ADD 1 TO WS-QTDE-BORD.
           MOVE WS-PROX-BORD TO BORD-NUM-DET.
           MOVE WS-TC-NOME (WS-CY) TO BORD-CONTA-DET.
           MOVE WS-QTDE-LOTE TO BORD-QTDE-DET.
           MOVE WS-VALOR-LOTE TO BORD-VALOR-DET.
           WRITE REG-ARQSAID FROM LINHA-BORD.
           DISPLAY (LIN, 04) LINHA-BORD.
           ADD 1 TO LIN.
           GO TO P-ACEITA-CONTA.
       P-ACEITA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-APROVA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           DISPLAY (19 04) WS-QTDE-BORD " bordero(s) gerado(s) -"
               " confirmar no BANCO05 pelo numero".
           IF WS-PULADOS NOT = ZEROS
               DISPLAY (20 04) WS-PULADOS
                   " titulo(s) mudaram desde a apuracao - fora".
       P-ACEITA-FIM.

      *-----proximo numero de bordero = maior existente + 1-------------*
       P-PROXIMO-BORD.
           MOVE ZEROS TO WS-PROX-BORD.
           MOVE ZEROS TO BORD-NUM.
           START BORDERO KEY IS NOT LESS THAN BORD-NUM
               INVALID KEY
                   GO TO P-PROXIMO-BORD-CALC.
       P-PROXIMO-BORD-LER.
           READ BORDERO NEXT RECORD
               AT END
                   GO TO P-PROXIMO-BORD-CALC.
           MOVE BORD-NUM TO WS-PROX-BORD.
           GO TO P-PROXIMO-BORD-LER.
       P-PROXIMO-BORD-CALC.
           ADD 1 TO WS-PROX-BORD.
       P-PROXIMO-BORD-FIM.

       P-PARA.
           DISPLAY (23 04) "< ENTER > Continua".
           ACCEPT (23 25) WS-P WITH AUTO-SKIP.
           DISPLAY (23 04) WS-LIMPA.
           DISPLAY (01 01) ERASE.
           MOVE 3 TO LIN.

       P-DATA.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           DISPLAY (02 70) DIA.
           DISPLAY (02 73) MES.
           DISPLAY (02 76) ANO.
           MOVE ANO TO ANO-HOJE.
           MOVE MES TO MES-HOJE.
           MOVE DIA TO DIA-HOJE.
           MOVE ANO TO WS-CJ-ANO.
           MOVE MES TO WS-CJ-MES.
           MOVE DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-JULIANO-HOJE.

      *-----numero juliano, mesmo criterio do BANCO09-------------------*
       P-CALCULA-JULIANO.
           MOVE ZEROS TO WS-CJ-AJUSTE.
           DIVIDE WS-CJ-ANO BY 4 GIVING WS-CJ-DIVANO
                                 REMAINDER WS-CJ-RESTO.
           IF WS-CJ-RESTO = 0 AND WS-CJ-MES > 2
               MOVE 1 TO WS-CJ-AJUSTE.
           COMPUTE WS-CJ-RESULT =
               ( WS-CJ-ANO * 365 ) + WS-CJ-DIVANO
               + WS-TAB-MES-V ( WS-CJ-MES ) + WS-CJ-DIA + WS-CJ-AJUSTE.

      *-----------------------------------------------------------*
      * HIST.DAT: imagem ANTES do titulo que troca de conta.       *
      *-----------------------------------------------------------*
       P-GRAVA-HIST.
           OPEN EXTEND HIST.
           IF FS-HIST = "30"
               CLOSE HIST
               OPEN OUTPUT HIST
               CLOSE HIST
               OPEN EXTEND HIST.
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
           MOVE WS-OPER-ATUAL  TO HIST-OPER-COD.
           MOVE WS-EMPRESA-ATUAL TO HIST-EMPRESA.
           WRITE REG-HIST.
           CLOSE HIST.

      *-----------------------------------------------------------*
      * BCO.DAT e compartilhado por varios programas/terminais -   *
      * se o registro estiver travado por outra sessao no exato    *
      * instante da gravacao (FS = "51"), avisa e deixa o usuario   *
      * tentar de novo em vez de perder o bordero.                  *
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

       P-FIM.
           IF TEM-FORN-88
               CLOSE FORN.
           CLOSE BANCO BORDERO CTA.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO40.COM".

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
