       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO24.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    SIMPLES NACIONAL - APURACAO DO DAS
      *    O DAS era calculado pelo escritorio de contabilidade com
      *    numeros passados por telefone. Aqui: <1> mantem a tabela
      *    de faixas (SIMPLES.DAT - limite da RBT12, aliquota
      *    nominal e parcela a deduzir); <2> apura o mes: receita
      *    bruta = fechamentos do PDV (PDVDIA.DAT, dinheiro + PIX),
      *    vendas no cartao pelo bruto (CARTAO.DAT, pela data da
      *    venda - o cartao do PDV aparece so p/ conferencia) e
      *    recebiveis recebidos no mes sem os juros (RECEBER.DAT).
      *    RBT12 = receita dos 12 meses anteriores (sem historico,
      *    primeiro mes de atividade: receita do mes x 12); acha a
      *    faixa, a aliquota efetiva e o DAS = receita do mes x
      *    efetiva. Memoria de calculo mes a mes na tela e em
      *    BANCO24.TXT. Confirmado, o DAS entra em BCO.DAT como
      *    titulo com vencimento no dia 20 do mes seguinte, MEMO
      *    "DAS MM/AAAA" e diario HIST-INCLUSAO - como as guias do
      *    BANCO72 - e o mes fica marcado em DASGER.DAT p/ nao
      *    gerar em dobro. Menu principal, opcao 51.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMPLES ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SIM-FAIXA
                  FILE STATUS IS FS-SIM.
           SELECT DASGER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DAS-CHAVE
                  FILE STATUS IS FS-DAS.
           SELECT BANCO     ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS  IS FS.
           SELECT PDVDIA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PDV.
           SELECT CARTAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CART-CHAVE
                  FILE STATUS IS FS-CART.
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
           SELECT HIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-HIST.
           SELECT CADHIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-CADH.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY SIMPMAST.

      *-----DAS gerado por empresa e mes de apuracao, com a memoria----*
      *-----resumida do calculo-----------------------------------------*
       FD DASGER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DASGER.DAT".
       01 REG-DASGER.
           03 DAS-CHAVE.
               05 DAS-EMPRESA  PIC 99.
               05 DAS-AM       PIC 9(06).
           03 DAS-DATA         PIC 9(08).
           03 DAS-NUM-CHE      PIC X(06).
           03 DAS-RECEITA      PIC 9(11)V99.
           03 DAS-RBT12        PIC 9(11)V99.
           03 DAS-FAIXA        PIC 9.
           03 DAS-ALIQ-EFET    PIC 99V9999.
           03 DAS-VALOR        PIC 9(09)V99.
           03 DAS-OPER-COD     PIC 99.

       COPY BCOMAST.

       COPY PDVMAST.

       COPY CARTMAST.

       COPY RECEBMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       COPY HISTMAST.

       COPY CADHMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO24.TXT".
       01 REG-ARQSAID           PIC X(80).

      ***********************************
       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-HIST            PIC X(12) VALUE "HIST.DAT".
      *-----jornal de cadastros (CADHIST.DAT)---------------------------*
       77 FS-CADH               PIC XX.
       77 WS-CADH-ANTES         PIC X(120) VALUE SPACES.
       77 WS-CADH-DEPOIS        PIC X(120) VALUE SPACES.
       01 WS-DATA-DOS-CH.
           03 ANO-DOS-CH       PIC 99.
           03 MES-DOS-CH       PIC 99.
           03 DIA-DOS-CH       PIC 99.
       01 WS-HORA-DOS-CH.
           03 WS-HH-CH          PIC 99.
           03 WS-MM-CH          PIC 99.
           03 WS-SS-CH          PIC 99.
           03 WS-CC-CH          PIC 99.
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
       77 FS                    PIC XX.
       77 FS-SIM                PIC XX.
       77 FS-DAS                PIC XX.
       77 FS-PDV                PIC XX.
       77 FS-CART               PIC XX.
       77 FS-REC                PIC XX.
       77 FS-HIST               PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(60) VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-EXISTE            PIC X VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----Anexo I (comercio) gravado na criacao do SIMPLES.DAT-------*
      *-----limite 9(09)V99, aliquota 99V99, deduzir 9(09)V99----------*
       01 WS-TAB-ANEXO-INIC.
           02 F PIC X(26) VALUE "00180000000040000000000000".
           02 F PIC X(26) VALUE "00360000000073000000594000".
           02 F PIC X(26) VALUE "00720000000095000001386000".
           02 F PIC X(26) VALUE "01800000000107000002250000".
           02 F PIC X(26) VALUE "03600000000143000008730000".
           02 F PIC X(26) VALUE "04800000000190000037800000".
       01 WS-TAB-ANEXO REDEFINES WS-TAB-ANEXO-INIC.
           02 WS-ANX OCCURS 6 TIMES.
               03 WS-ANX-LIMITE PIC 9(09)V99.
               03 WS-ANX-ALIQ   PIC 99V99.
               03 WS-ANX-DEDUZ  PIC 9(09)V99.
       77 WS-FX                 PIC 99 VALUE ZEROS.
      *-----faixa aplicada na apuracao----------------------------------*
       77 WS-FX-NUM             PIC 9 VALUE ZEROS.
       77 WS-FX-ALIQ            PIC 99V99 VALUE ZEROS.
       77 WS-FX-DEDUZ           PIC 9(09)V99 VALUE ZEROS.

      *-----apuracao: 13 meses (1 = mes apurado, 2..13 = os 12-------*
      *-----anteriores) por fonte de receita----------------------------*
       77 WS-MES-REF            PIC 99 VALUE ZEROS.
       77 WS-ANO-REF            PIC 9(04) VALUE ZEROS.
       77 WS-AM                 PIC 9(06) VALUE ZEROS.
       77 WS-MESES-REF          PIC 9(06) VALUE ZEROS.
       77 WS-DIF-MESES          PIC S9(06) VALUE ZEROS.
       77 WS-MX                 PIC 99 VALUE ZEROS.
       01 WS-TAB-RECEITA.
           02 WS-TR OCCURS 13 TIMES.
               03 WS-TR-MES     PIC 99.
               03 WS-TR-ANO     PIC 9(04).
               03 WS-TR-PDV     PIC 9(11)V99.
               03 WS-TR-CART    PIC 9(11)V99.
               03 WS-TR-REC     PIC 9(11)V99.
               03 WS-TR-TOTAL   PIC 9(11)V99.
               03 WS-TR-PDV-CRT PIC 9(11)V99.
       77 WS-RECEITA-MES        PIC 9(11)V99 VALUE ZEROS.
       77 WS-RBT12              PIC 9(11)V99 VALUE ZEROS.
       77 WS-RBT12-CALC         PIC 9(11)V99 VALUE ZEROS.
       77 WS-ALIQ-EFET          PIC 99V9999 VALUE ZEROS.
       77 WS-VALOR-DAS          PIC 9(09)V99 VALUE ZEROS.
       77 WS-ACIMA-LIMITE       PIC X VALUE SPACES.
       77 WS-PRIMEIRO-MES       PIC X VALUE SPACES.
      *-----datas DDMMAAAA gravadas nos arquivos-------------------------*
       01 WS-DMA-BUF            PIC 9(08).
       01 WS-DMA-BUF-R REDEFINES WS-DMA-BUF.
           03 WS-DMA-DIA        PIC 99.
           03 WS-DMA-MES        PIC 99.
           03 WS-DMA-ANO        PIC 9(04).

      *-----geracao do titulo (mesmo esquema das guias do BANCO72)-----*
       77 WS-ANO2              PIC 99 VALUE ZEROS.
       77 WS-VENC-MES          PIC 99 VALUE ZEROS.
       77 WS-VENC-ANO          PIC 9(04) VALUE ZEROS.
       01 WS-MEMO-DAS.
           03 FILLER            PIC X(04) VALUE "DAS ".
           03 WS-MD-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-MD-ANO         PIC 9(04).
           03 FILLER            PIC X(19) VALUE SPACES.
       01 WS-NUM                PIC 9(06) VALUE ZEROS.
       01 WS-NUM-R REDEFINES WS-NUM.
           03 WS-NUM-ANO         PIC 99.
           03 WS-NUM-SEQ         PIC 9(04).
       01 WS-CHAVE-BUF          PIC X(06) VALUE ZEROS.
       01 WS-CHAVE-BUF-R REDEFINES WS-CHAVE-BUF.
           03 WS-CHAVE-ANO      PIC 99.
           03 WS-CHAVE-SEQ      PIC 9(04).

       01 LINHA-TRACO.
           02 F PIC X(72) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(33) VALUE "Simples Nacional - Apuracao DAS  ".
           02 TIT-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-ANO          PIC 9(04).
           02 F PIC X(11) VALUE "  Empresa  ".
           02 TIT-EMPRESA      PIC 99.
       01 LINHA-CAB.
           02 F PIC X(10) VALUE "  Mes/Ano".
           02 F PIC X(31) VALUE "    PDV din+PIX    Cartao bruto".
           02 F PIC X(31) VALUE "    Receb.receb.   Receita mes ".
       01 LINHA-DET.
           02 F PIC X(02) VALUE SPACES.
           02 DET-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 DET-ANO          PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 DET-PDV          PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(02) VALUE SPACES.
           02 DET-CART         PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(02) VALUE SPACES.
           02 DET-REC          PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(02) VALUE SPACES.
           02 DET-TOTAL        PIC ZZ.ZZZ.ZZ9,99.
           02 DET-MARCA        PIC X(02).
       01 LINHA-MEMO.
           02 F PIC X(02) VALUE SPACES.
           02 MEMO-ROTULO      PIC X(35).
           02 MEMO-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 MEMO-COMPL       PIC X(20).
       01 LINHA-MEMO-PERC.
           02 F PIC X(02) VALUE SPACES.
           02 PERC-ROTULO      PIC X(35).
           02 F PIC X(06) VALUE SPACES.
           02 PERC-VALOR       PIC Z9,9999.
           02 F PIC X(02) VALUE " %".
       01 LINHA-GUIA.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(11) VALUE "DAS  comp. ".
           02 GUIA-MES-DET     PIC 99.
           02 F PIC X(01) VALUE "/".
           02 GUIA-ANO-DET     PIC 9(04).
           02 F PIC X(07) VALUE "  vcto.".
           02 GUIA-VDIA-DET    PIC 99.
           02 F PIC X(01) VALUE "/".
           02 GUIA-VMES-DET    PIC 99.
           02 F PIC X(01) VALUE "/".
           02 GUIA-VANO-DET    PIC 9(04).
           02 F PIC X(04) VALUE " R$ ".
           02 GUIA-VALOR-DET   PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(08) VALUE "  titulo".
           02 F PIC X(01) VALUE SPACES.
           02 GUIA-NUM-DET     PIC X(06).

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO24" BLINK.
           02 LINE 02 COLUMN 18 VALUE " Simples Nacional - DAS "
               BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Tabela de Faixas".
           02 LINE 06 COLUMN 04 VALUE "<2> Apurar DAS do Mes".
           02 LINE 07 COLUMN 04 VALUE "<0> Sair".
           02 LINE 09 COLUMN 04 VALUE "Opcao..............=".

       01 TELA-FAIXA.
           02 LINE 14 COLUMN 04 VALUE "Faixa..............=".
           02 LINE 15 COLUMN 04 VALUE "RBT12 ate..........=".
           02 LINE 16 COLUMN 04 VALUE "Aliquota nominal %.=".
           02 LINE 17 COLUMN 04 VALUE "Parcela a deduzir..=".
           02 LINE 19 COLUMN 04 VALUE
               "Limite zerado = exclui a faixa".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O SIMPLES.
           IF FS-SIM = "30" OR FS-SIM = "35"
               CLOSE SIMPLES
               OPEN OUTPUT SIMPLES
               PERFORM P-CARGA-ANEXO
               CLOSE SIMPLES
               OPEN I-O SIMPLES.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (09 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-FAIXAS THRU P-FAIXAS-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-APURA THRU P-APURA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----arquivo novo: grava as faixas do Anexo I-------------------*
       P-CARGA-ANEXO.
           MOVE 1 TO WS-FX.
       P-CARGA-ANEXO-LOOP.
           IF WS-FX > 6
               EXIT PARAGRAPH.
           MOVE WS-FX TO SIM-FAIXA.
           MOVE WS-ANX-LIMITE (WS-FX) TO SIM-LIMITE.
           MOVE WS-ANX-ALIQ (WS-FX) TO SIM-ALIQ.
           MOVE WS-ANX-DEDUZ (WS-FX) TO SIM-DEDUZIR.
           WRITE REG-SIMPLES.
           ADD 1 TO WS-FX.
           GO TO P-CARGA-ANEXO-LOOP.

      *-----------------------------------------*
      * Tabela de faixas: lista em cima, altera/inclui embaixo;
      * limite zerado exclui a faixa.
       P-FAIXAS.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Faixa       RBT12 ate  Aliq.%"
               "    Deduzir".
           MOVE 3 TO LIN.
           MOVE ZEROS TO SIM-FAIXA.
           START SIMPLES KEY IS NOT LESS THAN SIM-FAIXA
               INVALID KEY
                   GO TO P-FAIXAS-EDITA.
       P-FAIXAS-LER.
           READ SIMPLES NEXT RECORD
               AT END
                   GO TO P-FAIXAS-EDITA.
           DISPLAY (LIN, 06) SIM-FAIXA.
           MOVE SIM-LIMITE TO WS-MOSTRA-VALOR.
           DISPLAY (LIN, 10) WS-MOSTRA-VALOR.
           DISPLAY (LIN, 27) SIM-ALIQ.
           MOVE SIM-DEDUZIR TO WS-MOSTRA-VALOR.
           DISPLAY (LIN, 32) WS-MOSTRA-VALOR.
           ADD 1 TO LIN.
           GO TO P-FAIXAS-LER.
       P-FAIXAS-EDITA.
           DISPLAY TELA-FAIXA.
           MOVE ZEROS TO SIM-FAIXA.
           ACCEPT (14 25) SIM-FAIXA WITH PROMPT AUTO-SKIP.
           IF SIM-FAIXA = ZEROS
               GO TO P-FAIXAS-FIM.
           MOVE "S" TO WS-EXISTE.
           READ SIMPLES
               INVALID KEY
                   MOVE "N" TO WS-EXISTE.
           IF WS-EXISTE = "N"
               MOVE ZEROS TO SIM-LIMITE
               MOVE ZEROS TO SIM-ALIQ
               MOVE ZEROS TO SIM-DEDUZIR
               MOVE SPACES TO WS-CADH-ANTES
           ELSE
               MOVE REG-SIMPLES TO WS-CADH-ANTES.
           ACCEPT (15 25) SIM-LIMITE WITH PROMPT UPDATE AUTO-SKIP.
           IF SIM-LIMITE = ZEROS
               GO TO P-FAIXAS-EXCLUI.
           ACCEPT (16 25) SIM-ALIQ WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (17 25) SIM-DEDUZIR WITH PROMPT UPDATE AUTO-SKIP.
           DISPLAY (20 04) "Confirma < S/N >? ".
           ACCEPT (20 23) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-FAIXAS.
           IF WS-EXISTE = "N"
               MOVE "I" TO CADH-OPERACAO
               WRITE REG-SIMPLES
           ELSE
               MOVE "R" TO CADH-OPERACAO
               REWRITE REG-SIMPLES.
           MOVE REG-SIMPLES TO WS-CADH-DEPOIS.
           PERFORM P-JORNAL-FAIXA.
           GO TO P-FAIXAS.
       P-FAIXAS-EXCLUI.
           IF WS-EXISTE = "N"
               GO TO P-FAIXAS.
           DISPLAY (20 04) "Exclui a faixa < S/N >? ".
           ACCEPT (20 29) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-FAIXAS.
           DELETE SIMPLES RECORD.
           MOVE "E" TO CADH-OPERACAO.
           MOVE SPACES TO WS-CADH-DEPOIS.
           PERFORM P-JORNAL-FAIXA.
           GO TO P-FAIXAS.
       P-FAIXAS-FIM.

       P-JORNAL-FAIXA.
           MOVE "SIMPLES" TO CADH-ARQUIVO.
           MOVE SIM-FAIXA TO CADH-CHAVE.
           PERFORM P-GRAVA-CADHIST.

      *-----------------------------------------*
      * Apuracao do mes: receita dos 13 meses, RBT12, faixa,
      * aliquota efetiva e DAS; memoria em BANCO24.TXT.
       P-APURA.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Apuracao do DAS - Simples Nacional".
           MOVE MES TO WS-MES-REF.
           MOVE ANO TO WS-ANO-REF.
           SUBTRACT 1 FROM WS-MES-REF.
           IF WS-MES-REF = ZEROS
               MOVE 12 TO WS-MES-REF
               SUBTRACT 1 FROM WS-ANO-REF.
           DISPLAY (05 04) "Mes/Ano de apuracao:   /    ".
           ACCEPT (05 25) WS-MES-REF WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-MES-REF = ZEROS OR WS-MES-REF > 12
               GO TO P-APURA-FIM.
           ACCEPT (05 28) WS-ANO-REF WITH PROMPT UPDATE AUTO-SKIP.
           COMPUTE WS-AM = WS-ANO-REF * 100 + WS-MES-REF.
           COMPUTE WS-MESES-REF = WS-ANO-REF * 12 + WS-MES-REF.
           DISPLAY (07 04) "Apurando...".
           PERFORM P-MONTA-MESES.
           PERFORM P-SOMA-PDV THRU P-SOMA-PDV-FIM.
           PERFORM P-SOMA-CARTAO THRU P-SOMA-CARTAO-FIM.
           PERFORM P-SOMA-RECEBER THRU P-SOMA-RECEBER-FIM.
           PERFORM P-CALCULA THRU P-CALCULA-FIM.
           PERFORM P-MEMORIA THRU P-MEMORIA-FIM.
           IF WS-VALOR-DAS = ZEROS
               DISPLAY (23 04) "Sem DAS a recolher - Tecle < ENTER >"
               ACCEPT WS-P
               GO TO P-APURA-FIM.
           PERFORM P-GERA-DAS THRU P-GERA-DAS-FIM.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-APURA-FIM.

      *-----posicao 1 = mes apurado, 2 = mes anterior ... 13-----------*
       P-MONTA-MESES.
           MOVE ZEROS TO WS-TAB-RECEITA.
           MOVE 1 TO WS-MX.
           MOVE WS-MES-REF TO WS-TR-MES (1).
           MOVE WS-ANO-REF TO WS-TR-ANO (1).
       P-MONTA-MESES-LOOP.
           IF WS-MX = 13
               EXIT PARAGRAPH.
           ADD 1 TO WS-MX.
           IF WS-TR-MES (WS-MX - 1) = 1
               MOVE 12 TO WS-TR-MES (WS-MX)
               COMPUTE WS-TR-ANO (WS-MX) = WS-TR-ANO (WS-MX - 1) - 1
           ELSE
               COMPUTE WS-TR-MES (WS-MX) = WS-TR-MES (WS-MX - 1) - 1
               MOVE WS-TR-ANO (WS-MX - 1) TO WS-TR-ANO (WS-MX).
           GO TO P-MONTA-MESES-LOOP.

      *-----posicao na tabela do mes WS-DMA-MES/ANO (0 = fora)---------*
       P-POSICAO-MES.
           MOVE ZEROS TO WS-MX.
           COMPUTE WS-DIF-MESES =
               WS-MESES-REF - ( WS-DMA-ANO * 12 + WS-DMA-MES ).
           IF WS-DIF-MESES < ZEROS OR WS-DIF-MESES > 12
               EXIT PARAGRAPH.
           COMPUTE WS-MX = WS-DIF-MESES + 1.

      *-----fechamentos do PDV: dinheiro + PIX; o cartao do PDV fica---*
      *-----so p/ conferencia (a venda em cartao vem do CARTAO.DAT)-----*
       P-SOMA-PDV.
           OPEN INPUT PDVDIA.
           IF FS-PDV NOT = "00"
               CLOSE PDVDIA
               GO TO P-SOMA-PDV-FIM.
       P-SOMA-PDV-LER.
           READ PDVDIA
               AT END
                   CLOSE PDVDIA
                   GO TO P-SOMA-PDV-FIM.
           MOVE PDV-MES TO WS-DMA-MES.
           MOVE PDV-ANO TO WS-DMA-ANO.
           PERFORM P-POSICAO-MES.
           IF WS-MX = ZEROS
               GO TO P-SOMA-PDV-LER.
           ADD PDV-DINHEIRO TO WS-TR-PDV (WS-MX).
           ADD PDV-PIX TO WS-TR-PDV (WS-MX).
           ADD PDV-CARTAO TO WS-TR-PDV-CRT (WS-MX).
           GO TO P-SOMA-PDV-LER.
       P-SOMA-PDV-FIM.

      *-----vendas no cartao pelo bruto, no mes da venda (todas as----*
      *-----parcelas da venda)--------------------------------------------*
       P-SOMA-CARTAO.
           OPEN INPUT CARTAO.
           IF FS-CART NOT = "00"
               CLOSE CARTAO
               GO TO P-SOMA-CARTAO-FIM.
           MOVE ZEROS TO CART-CHAVE.
           START CARTAO KEY IS NOT LESS THAN CART-CHAVE
               INVALID KEY
                   CLOSE CARTAO
                   GO TO P-SOMA-CARTAO-FIM.
       P-SOMA-CARTAO-LER.
           READ CARTAO NEXT RECORD
               AT END
                   CLOSE CARTAO
                   GO TO P-SOMA-CARTAO-FIM.
           MOVE CART-VENDA-MES TO WS-DMA-MES.
           MOVE CART-VENDA-ANO TO WS-DMA-ANO.
           PERFORM P-POSICAO-MES.
           IF WS-MX = ZEROS
               GO TO P-SOMA-CARTAO-LER.
           ADD CART-VALOR-BRUTO TO WS-TR-CART (WS-MX).
           GO TO P-SOMA-CARTAO-LER.
       P-SOMA-CARTAO-FIM.

      *-----recebiveis recebidos no mes; juros de atraso nao sao------*
      *-----receita de venda--------------------------------------------*
       P-SOMA-RECEBER.
           OPEN INPUT RECEBER.
           IF FS-REC NOT = "00"
               CLOSE RECEBER
               GO TO P-SOMA-RECEBER-FIM.
           MOVE ZEROS TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   CLOSE RECEBER
                   GO TO P-SOMA-RECEBER-FIM.
       P-SOMA-RECEBER-LER.
           READ RECEBER NEXT RECORD
               AT END
                   CLOSE RECEBER
                   GO TO P-SOMA-RECEBER-FIM.
           IF REC-CANCELADO OR REC-DATA-RECEB = ZEROS
               GO TO P-SOMA-RECEBER-LER.
           MOVE REC-DATA-RECEB TO WS-DMA-BUF.
           PERFORM P-POSICAO-MES.
           IF WS-MX = ZEROS
               GO TO P-SOMA-RECEBER-LER.
           ADD REC-VALOR-RECEB TO WS-TR-REC (WS-MX).
           SUBTRACT REC-JUROS-RECEB FROM WS-TR-REC (WS-MX).
           GO TO P-SOMA-RECEBER-LER.
       P-SOMA-RECEBER-FIM.

      *-----------------------------------------------------------*
      * RBT12, faixa e aliquota efetiva. Sem receita nos 12 meses  *
      * anteriores (inicio de atividade) a RBT12 e a receita do    *
      * mes x 12. Acima da ultima faixa: fica na ultima e avisa.   *
      *-----------------------------------------------------------*
       P-CALCULA.
           MOVE ZEROS TO WS-RBT12.
           MOVE 1 TO WS-MX.
       P-CALCULA-SOMA.
           COMPUTE WS-TR-TOTAL (WS-MX) = WS-TR-PDV (WS-MX)
               + WS-TR-CART (WS-MX) + WS-TR-REC (WS-MX).
           IF WS-MX > 1
               ADD WS-TR-TOTAL (WS-MX) TO WS-RBT12.
           IF WS-MX < 13
               ADD 1 TO WS-MX
               GO TO P-CALCULA-SOMA.
           MOVE WS-TR-TOTAL (1) TO WS-RECEITA-MES.
           MOVE WS-RBT12 TO WS-RBT12-CALC.
           MOVE "N" TO WS-PRIMEIRO-MES.
           IF WS-RBT12 = ZEROS
               MOVE "S" TO WS-PRIMEIRO-MES
               COMPUTE WS-RBT12-CALC = WS-RECEITA-MES * 12.
           MOVE ZEROS TO WS-ALIQ-EFET.
           MOVE ZEROS TO WS-VALOR-DAS.
           MOVE ZEROS TO WS-FX-NUM.
           MOVE ZEROS TO WS-FX-ALIQ.
           MOVE ZEROS TO WS-FX-DEDUZ.
           MOVE "N" TO WS-ACIMA-LIMITE.
           MOVE ZEROS TO SIM-FAIXA.
           START SIMPLES KEY IS NOT LESS THAN SIM-FAIXA
               INVALID KEY
                   DISPLAY (22 04) "!! TABELA DE FAIXAS VAZIA !!"
                   GO TO P-CALCULA-FIM.
       P-CALCULA-FAIXA.
           READ SIMPLES NEXT RECORD
               AT END
                   MOVE "S" TO WS-ACIMA-LIMITE
                   GO TO P-CALCULA-ALIQ.
           MOVE SIM-FAIXA TO WS-FX-NUM.
           MOVE SIM-ALIQ TO WS-FX-ALIQ.
           MOVE SIM-DEDUZIR TO WS-FX-DEDUZ.
           IF SIM-LIMITE < WS-RBT12-CALC
               GO TO P-CALCULA-FAIXA.
       P-CALCULA-ALIQ.
      *     acima do limite fica a ultima faixa lida
           IF WS-RBT12-CALC = ZEROS
               MOVE WS-FX-ALIQ TO WS-ALIQ-EFET
           ELSE
               COMPUTE WS-ALIQ-EFET ROUNDED =
                   ( WS-RBT12-CALC * WS-FX-ALIQ / 100 - WS-FX-DEDUZ )
                   * 100 / WS-RBT12-CALC.
           COMPUTE WS-VALOR-DAS ROUNDED =
               WS-RECEITA-MES * WS-ALIQ-EFET / 100.
       P-CALCULA-FIM.

      *-----memoria de calculo: tela + BANCO24.TXT---------------------*
       P-MEMORIA.
           OPEN OUTPUT ARQSAID.
           MOVE WS-MES-REF TO TIT-MES.
           MOVE WS-ANO-REF TO TIT-ANO.
           MOVE WS-EMPRESA-ATUAL TO TIT-EMPRESA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CAB.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 01) LINHA-TITULO.
           DISPLAY (02 01) LINHA-CAB.
           MOVE 3 TO LIN.
           MOVE 13 TO WS-MX.
       P-MEMORIA-MES.
           MOVE WS-TR-MES (WS-MX) TO DET-MES.
           MOVE WS-TR-ANO (WS-MX) TO DET-ANO.
           MOVE WS-TR-PDV (WS-MX) TO DET-PDV.
           MOVE WS-TR-CART (WS-MX) TO DET-CART.
           MOVE WS-TR-REC (WS-MX) TO DET-REC.
           MOVE WS-TR-TOTAL (WS-MX) TO DET-TOTAL.
           MOVE SPACES TO DET-MARCA.
           IF WS-MX = 1
               MOVE " *" TO DET-MARCA
               WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-DET.
           DISPLAY (LIN, 01) LINHA-DET.
           ADD 1 TO LIN.
           IF WS-MX > 1
               SUBTRACT 1 FROM WS-MX
               GO TO P-MEMORIA-MES.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "Cartao no PDV (conferencia).......=" TO MEMO-ROTULO.
           MOVE WS-TR-PDV-CRT (1) TO MEMO-VALOR.
           MOVE SPACES TO MEMO-COMPL.
           WRITE REG-ARQSAID FROM LINHA-MEMO.
           MOVE "RBT12 (12 meses anteriores).......=" TO MEMO-ROTULO.
           MOVE WS-RBT12 TO MEMO-VALOR.
           WRITE REG-ARQSAID FROM LINHA-MEMO.
           DISPLAY (17 01) LINHA-MEMO.
           IF WS-PRIMEIRO-MES = "S"
               MOVE "RBT12 inicio atividade (mes x 12).=" TO MEMO-ROTULO
               MOVE WS-RBT12-CALC TO MEMO-VALOR
               WRITE REG-ARQSAID FROM LINHA-MEMO.
           MOVE "Faixa / parcela a deduzir.........=" TO MEMO-ROTULO.
           MOVE WS-FX-DEDUZ TO MEMO-VALOR.
           MOVE "faixa  " TO MEMO-COMPL.
           MOVE WS-FX-NUM TO MEMO-COMPL (7:1).
           IF WS-ACIMA-LIMITE = "S"
               MOVE "ACIMA DO LIMITE" TO MEMO-COMPL (9:12).
           WRITE REG-ARQSAID FROM LINHA-MEMO.
           DISPLAY (18 01) LINHA-MEMO.
           MOVE "Aliquota nominal..................=" TO PERC-ROTULO.
           MOVE WS-FX-ALIQ TO PERC-VALOR.
           WRITE REG-ARQSAID FROM LINHA-MEMO-PERC.
           MOVE "Aliquota efetiva..................=" TO PERC-ROTULO.
           MOVE WS-ALIQ-EFET TO PERC-VALOR.
           WRITE REG-ARQSAID FROM LINHA-MEMO-PERC.
           DISPLAY (19 01) LINHA-MEMO-PERC.
           MOVE "Receita bruta do mes..............=" TO MEMO-ROTULO.
           MOVE WS-RECEITA-MES TO MEMO-VALOR.
           MOVE SPACES TO MEMO-COMPL.
           WRITE REG-ARQSAID FROM LINHA-MEMO.
           MOVE "DAS a recolher....................=" TO MEMO-ROTULO.
           MOVE WS-VALOR-DAS TO MEMO-VALOR.
           WRITE REG-ARQSAID FROM LINHA-MEMO.
           DISPLAY (20 01) LINHA-MEMO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
       P-MEMORIA-FIM.

      *-----------------------------------------*
      * Titulo do DAS em BCO.DAT: vence dia 20 do mes seguinte, a
      * guia sai no final do BANCO24.TXT e o mes fica marcado em
      * DASGER.DAT p/ nao gerar em dobro.
       P-GERA-DAS.
           OPEN I-O DASGER.
           IF FS-DAS = "30" OR FS-DAS = "35"
               CLOSE DASGER
               OPEN OUTPUT DASGER
               CLOSE DASGER
               OPEN I-O DASGER.
           MOVE WS-EMPRESA-ATUAL TO DAS-EMPRESA.
           MOVE WS-AM TO DAS-AM.
           READ DASGER
               INVALID KEY
                   GO TO P-GERA-DAS-SEGUE.
           DISPLAY (21 04) "!! DAS DO MES JA GERADO EM " DAS-DATA
               " - TITULO " DAS-NUM-CHE " !!".
           CLOSE DASGER.
           GO TO P-GERA-DAS-FIM.
       P-GERA-DAS-SEGUE.
           DISPLAY (21 04) "Gerar o titulo do DAS < S/N >? ".
           ACCEPT (21 36) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               CLOSE DASGER
               GO TO P-GERA-DAS-FIM.
           OPEN I-O BANCO.
           IF FS NOT = "00"
               DISPLAY (22 04) "!! MOVIMENTO (BCO) NAO ENCONTRADO !!"
               CLOSE BANCO DASGER
               GO TO P-GERA-DAS-FIM.
           MOVE ANO-DOS TO WS-ANO2.
           COMPUTE WS-VENC-MES = WS-MES-REF + 1.
           MOVE WS-ANO-REF TO WS-VENC-ANO.
           IF WS-VENC-MES > 12
               MOVE 01 TO WS-VENC-MES
               ADD 1 TO WS-VENC-ANO.
           MOVE WS-MES-REF TO WS-MD-MES.
           MOVE WS-ANO-REF TO WS-MD-ANO.
           MOVE "DAS SIMPLES NACIONAL" TO DESCRI-CHE.
           MOVE WS-VALOR-DAS TO VALOR-CHE.
           MOVE 20 TO DIA-CHE.
           PERFORM P-GRAVA-TITULO.
           CLOSE BANCO.
           OPEN EXTEND ARQSAID.
           MOVE WS-MES-REF TO GUIA-MES-DET.
           MOVE WS-ANO-REF TO GUIA-ANO-DET.
           MOVE DIA-CHE TO GUIA-VDIA-DET.
           MOVE MES-CHE TO GUIA-VMES-DET.
           MOVE ANO-CHE TO GUIA-VANO-DET.
           MOVE WS-VALOR-DAS TO GUIA-VALOR-DET.
           MOVE NUM-CHE TO GUIA-NUM-DET.
           WRITE REG-ARQSAID FROM LINHA-GUIA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           MOVE WS-EMPRESA-ATUAL TO DAS-EMPRESA.
           MOVE WS-AM TO DAS-AM.
           COMPUTE DAS-DATA = DIA * 1000000 + MES * 10000 + ANO.
           MOVE NUM-CHE TO DAS-NUM-CHE.
           MOVE WS-RECEITA-MES TO DAS-RECEITA.
           MOVE WS-RBT12-CALC TO DAS-RBT12.
           MOVE WS-FX-NUM TO DAS-FAIXA.
           MOVE WS-ALIQ-EFET TO DAS-ALIQ-EFET.
           MOVE WS-VALOR-DAS TO DAS-VALOR.
           MOVE WS-OPER-ATUAL TO DAS-OPER-COD.
           WRITE REG-DASGER INVALID KEY
               DISPLAY (22 04) "!! MES JA MARCADO !!".
           CLOSE DASGER.
           DISPLAY (22 04) "DAS gerado - titulo " NUM-CHE
               " - detalhe em BANCO24.TXT".
       P-GERA-DAS-FIM.

       P-GRAVA-TITULO.
           PERFORM P-CONTA-CODIGO THRU P-CONTA-CODIGO-FIM.
           MOVE WS-NUM TO NUM-CHE.
           MOVE SPACES TO CONTA-CHE.
           MOVE WS-VENC-MES TO MES-CHE.
           MOVE WS-VENC-ANO TO ANO-CHE.
           MOVE ANO-CHE TO ANO-VCTO-CHE.
           MOVE MES-CHE TO MES-VCTO-CHE.
           MOVE DIA-CHE TO DIA-VCTO-CHE.
           MOVE SPACES TO OBS-CHE.
           COMPUTE INSCR-CHE =
               DIA * 1000000 + MES * 10000 + ANO.
           MOVE ZEROS TO RECEBIDO-CHE.
           MOVE ZEROS TO DATA-CONF.
           MOVE ZEROS TO VALOR-PAGO.
           MOVE WS-MEMO-DAS TO MEMO-CHE.
           MOVE SPACE TO CANCEL-CHE.
           MOVE SPACES TO PIX-E2E-CHE.
           MOVE ZEROS TO ALINEA-CHE.
           MOVE ZEROS TO DATA-DEVOL-CHE.
           MOVE ZEROS TO APRES-CHE.
           MOVE ZEROS TO BORDERO-CHE.
           MOVE ZEROS TO DESC-CHE.
           MOVE ZEROS TO IRRF-CHE.
           MOVE ZEROS TO INSS-CHE.
           MOVE ZEROS TO PEDIDO-CHE.
           MOVE ZEROS TO FOLHA-CHE.
           MOVE ZEROS TO NATUREZA-CHE.
           MOVE ZEROS TO JUROS-PAGO-CHE.
           COMPUTE COMPET-CHE = WS-ANO-REF * 100 + WS-MES-REF.
           MOVE ZEROS TO CONSUMO-CHE.
           MOVE SPACES TO CODBAR-CHE.
           WRITE REG-BCO INVALID KEY
               DISPLAY (22 04) "ERRO DE GRAVACAO - FS = " FS
               ACCEPT WS-P.
           PERFORM P-GRAVA-HIST-INCLUSAO.

      *-----------------------------------------*
      * Proximo numero livre na faixa de titulos (5000-9999) do
      * ano corrente - mesmo criterio do BANCO06.
       P-CONTA-CODIGO.
           MOVE ZEROS TO WS-NUM.
           MOVE ZEROS TO WS-CHAVE-BUF.
           MOVE ZEROS TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY
                   GO TO P-CONTA-CODIGO-CALC.
       P-CONTA-CODIGO-LER.
           READ BANCO NEXT RECORD
               AT END
                   GO TO P-CONTA-CODIGO-CALC.
           MOVE NUM-CHE TO WS-CHAVE-BUF.
           IF WS-CHAVE-ANO NOT = WS-ANO2
               GO TO P-CONTA-CODIGO-LER.
           IF WS-CHAVE-SEQ < 5000
               GO TO P-CONTA-CODIGO-LER.
           IF WS-CHAVE-SEQ > WS-NUM-SEQ
               MOVE WS-CHAVE-SEQ TO WS-NUM-SEQ.
           GO TO P-CONTA-CODIGO-LER.
       P-CONTA-CODIGO-CALC.
           MOVE WS-ANO2 TO WS-NUM-ANO.
           IF WS-NUM-SEQ < 5000
               MOVE 5000 TO WS-NUM-SEQ
           ELSE
               ADD 1 TO WS-NUM-SEQ.
           IF WS-NUM-SEQ > 9999
               MOVE 5000 TO WS-NUM-SEQ.
       P-CONTA-CODIGO-FIM.

      *-----------------------------------------------------------*
      * Diario de inclusao em HIST.DAT (operacao "I"), como o      *
      * BANCO06 grava nas inclusoes manuais.                       *
      *-----------------------------------------------------------*
       P-GRAVA-HIST-INCLUSAO.
           OPEN EXTEND HIST.
           IF FS-HIST = "30"
               CLOSE HIST
               OPEN OUTPUT HIST
               CLOSE HIST
               OPEN EXTEND HIST.
           MOVE NUM-CHE        TO HIST-NUM-CHE.
           MOVE "I"            TO HIST-OPERACAO.
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
      * Jornal de cadastros (CADHIST.DAT): o chamador ja deixou    *
      * arquivo, chave, operacao e as imagens ANTES/DEPOIS em      *
      * WS-CADH-*; aqui entra data, hora e operador, e grava.      *
      *-----------------------------------------------------------*
       P-GRAVA-CADHIST.
           OPEN EXTEND CADHIST.
           IF FS-CADH = "30"
               CLOSE CADHIST
               OPEN OUTPUT CADHIST
               CLOSE CADHIST
               OPEN EXTEND CADHIST.
           ACCEPT WS-DATA-DOS-CH FROM DATE.
           COMPUTE CADH-DATA =
               DIA-DOS-CH * 1000000 + MES-DOS-CH * 10000
               + 2000 + ANO-DOS-CH.
           ACCEPT WS-HORA-DOS-CH FROM TIME.
           COMPUTE CADH-HORA =
               WS-HH-CH * 10000 + WS-MM-CH * 100 + WS-SS-CH.
           MOVE WS-OPER-ATUAL TO CADH-OPER-COD.
           MOVE WS-CADH-ANTES TO CADH-ANTES.
           MOVE WS-CADH-DEPOIS TO CADH-DEPOIS.
           WRITE REG-CADHIST.
           CLOSE CADHIST.

      *-----------------------------------------------------------*
      * Empresa da sessao: qual movimento (BCO.DAT / BCOnn.DAT)    *
      * recebe o titulo do DAS e de qual empresa e a apuracao.     *
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

       P-FIM.
           CLOSE SIMPLES.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

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
