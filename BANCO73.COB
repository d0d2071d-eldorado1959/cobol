      *    Divergente). <3> Importa o arquivo de acerto CARTRET.TXT
      *    (linhas AAAAMMDD parcela valor-pago, colunas fixas).
      *    <4> Relatorio de pendentes e divergentes em BANCO73.TXT.
      *    <5> Antecipacao: quando falta caixa, a adquirente
      *    adianta as parcelas pendentes - aqui se escolhe a faixa
      *    de datas de liquidacao, a data da antecipacao e a taxa
      *    mensal, e sai a simulacao parcela a parcela (liquido
      *    esperado, dias antecipados, desconto pro rata de 30
      *    dias), com bruto, desconto e liquido - e o numero do
      *    banco passa a ser conferido, nao aceito. Confirmada, as
      *    parcelas viram Antecipadas, o valor entra na conta
      *    escolhida na data da antecipacao (TRANSFB.DAT, origem
      *    00 - ver TRFBMAST) e o desconto vai p/ o movimento como
      *    despesa financeira ja paga (favorecido "ANTECIPACAO
      *    CARTAO", natureza opcional). Mes fechado (TRAVA.DAT)
      *    recusa.
      *    Os pendentes futuros entram como ENTRADAS na previsao
      *    de fluxo do BANCO17 e na tesouraria do BANCO79; as
      *    antecipadas saem das duas. Gerar venda de dia ja
      *    assinado como fechado (BANCO28) pede liberacao do
      *    supervisor. Menu principal, opcao 34.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           SELECT ARQSAID ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ARQ.
           SELECT BANCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS IS FS.
           SELECT CTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTA-COD
                  FILE STATUS IS FS-CTA.
           SELECT TRANSFB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRB-NUM
                  FILE STATUS IS FS-TRB.
           SELECT NATUREZA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NAT-COD
                  FILE STATUS IS FS-NAT.
           SELECT HIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-HIST.
           SELECT TRAVA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TRAVA.
           SELECT DIAFECH ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DIAF-DATA
                  FILE STATUS IS FS-DIAF.
           SELECT OPER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPER-COD
                  FILE STATUS IS FS-OPER.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.

       DATA DIVISION.
       FILE SECTION.
                                VALUE OF FILE-ID IS "BANCO73.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY BCOMAST.

       COPY CTAMAST.

       COPY TRFBMAST.

       COPY NATUMAST.

       COPY HISTMAST.

       COPY TRAVMAST.

       COPY DIAFMAST.

       COPY OPERMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

      ***********************************
       WORKING-STORAGE SECTION.
      *-----nome fisico do movimento da empresa logada e do diario-----*
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-ARQ-HIST           PIC X(12) VALUE "HIST.DAT".
      *-----sessao POR TERMINAL: cada estacao le TERMINAL.DAT local----*
      *-----e abre o seu proprio SESSAOnn.DAT (terminal 1 = o----------*
      *-----SESSAO.DAT de sempre)---------------------------------------*
       77 FS-TERM               PIC XX.
       77 WS-TERMINAL           PIC 99 VALUE 1.
       01 WS-ARQ-SESSAO         PIC X(12) VALUE "SESSAO.DAT".
       01 WS-ARQ-SESS-MONTA.
           03 FILLER           PIC X(06) VALUE "SESSAO".
           03 WS-ARQ-SESS-COD  PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo-----------*
       01 WS-DATA-DOS.
       77 FS-PDV                PIC XX.
       77 FS-ENT                PIC XX.
       77 FS-ARQ                PIC XX.
       77 FS                    PIC XX.
       77 FS-CTA                PIC XX.
       77 FS-TRB                PIC XX.
       77 FS-NAT                PIC XX.
       77 FS-HIST               PIC XX.
       77 FS-TRAVA              PIC XX.
       77 FS-SESSAO             PIC XX.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
      *-----dia de loja ja fechado (DIAFECH.DAT / BANCO28): so com----*
      *-----liberacao do supervisor--------------------------------------*
       77 FS-DIAF               PIC XX.
       77 FS-OPER               PIC XX.
       77 WS-DIAF-AMD           PIC 9(08) VALUE ZEROS.
       77 WS-DIAF-LIBERADO      PIC X VALUE "S".
       77 WS-LIB-COD            PIC 99 VALUE ZEROS.
       77 WS-LIB-SENHA          PIC X(06) VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           03 WS-RET-VALOR      PIC 9(09)V99.
           03 FILLER            PIC X(57).

      *-----antecipacao: faixa de liquidacao, data e taxa mensal-------*
       01 WS-ANT-DE.
           03 WS-ANT-DE-DIA     PIC 99.
           03 WS-ANT-DE-MES     PIC 99.
           03 WS-ANT-DE-ANO     PIC 9(04).
       01 WS-ANT-ATE.
           03 WS-ANT-ATE-DIA    PIC 99.
           03 WS-ANT-ATE-MES    PIC 99.
           03 WS-ANT-ATE-ANO    PIC 9(04).
       01 WS-ANT-DATA.
           03 WS-ANT-DIA        PIC 99.
           03 WS-ANT-MES        PIC 99.
           03 WS-ANT-ANO        PIC 9(04).
       77 WS-ANT-TAXA           PIC 99V99 VALUE ZEROS.
       77 WS-ANT-CONTA          PIC 99 VALUE ZEROS.
       77 WS-ANT-CONTA-NOME     PIC X(10) VALUE SPACES.
       77 WS-ANT-NATUREZA       PIC 99 VALUE ZEROS.
      *     S = so simula (lista); G = grava as parcelas
       77 WS-ANT-MODO           PIC X VALUE "S".
       88 ANT-GRAVA-88                VALUE "G".
       77 WS-ANT-JUL-DE         PIC 9(07) VALUE ZEROS.
       77 WS-ANT-JUL-ATE        PIC 9(07) VALUE ZEROS.
       77 WS-ANT-JUL-DATA       PIC 9(07) VALUE ZEROS.
       77 WS-ANT-DIAS           PIC 9(05) VALUE ZEROS.
       77 WS-ANT-DESC-PARC      PIC 9(09)V99 VALUE ZEROS.
       77 WS-ANT-QTDE           PIC 9(04) VALUE ZEROS.
       77 WS-ANT-BRUTO          PIC 9(11)V99 VALUE ZEROS.
       77 WS-ANT-DESC           PIC 9(11)V99 VALUE ZEROS.
       77 WS-ANT-LIQ            PIC 9(11)V99 VALUE ZEROS.
       77 WS-ANT-CREDITADO      PIC 9(11)V99 VALUE ZEROS.
       77 WS-ANT-DESC-REAL      PIC 9(11)V99 VALUE ZEROS.
       77 WS-ANT-DIF            PIC S9(11)V99 VALUE ZEROS.
       77 WS-MOSTRA-DIF         PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77 WS-PROX-TRB           PIC 9(06) VALUE ZEROS.
       77 WS-ANO2               PIC 99 VALUE ZEROS.
       77 WS-OPERACAO           PIC X VALUE SPACES.
       77 WS-TRAVA-AM           PIC 9(06) VALUE ZEROS.
       77 WS-TESTA-AM           PIC 9(06) VALUE ZEROS.
      *-----NUM-CHE = AAMMMM na faixa de documentos (0001-4999),------*
      *-----mesmo criterio do BANCO01-----------------------------------*
       01 WS-NUM                PIC 9(06) VALUE ZEROS.
       01 WS-NUM-R REDEFINES WS-NUM.
           03 WS-NUM-ANO         PIC 99.
           03 WS-NUM-SEQ         PIC 9(04).
       01 WS-CHAVE-BUF          PIC X(06) VALUE ZEROS.
       01 WS-CHAVE-BUF-R REDEFINES WS-CHAVE-BUF.
           03 WS-CHAVE-ANO      PIC 99.
           03 WS-CHAVE-SEQ      PIC 9(04).

      *-----calculo juliano, mesmo criterio do BANCO09------------------*
       77 WS-CJ-ANO             PIC 9(04).
       77 WS-CJ-MES             PIC 99.
       77 WS-CJ-DIA             PIC 99.
       77 WS-CJ-DIVANO          PIC 9(04).
       77 WS-CJ-RESTO           PIC 9(03).
       77 WS-CJ-AJUSTE          PIC 9.
       77 WS-CJ-RESULT          PIC 9(07).
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

      *-----relatorio---------------------------------------------------*
       77 WS-QTDE-PEND          PIC 9(04) VALUE ZEROS.
       77 WS-VALOR-PEND         PIC 9(11)V99 VALUE ZEROS.
           02 PAGO-DET         PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 SIT-DET          PIC X(01).
       01 LINHA-ANT-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(30) VALUE "Cartao - Antecipacao em ".
           02 ANT-DATA-TIT     PIC X(10).
           02 F PIC X(08) VALUE "  Taxa ".
           02 ANT-TAXA-TIT     PIC Z9,99.
           02 F PIC X(08) VALUE "% a.m.".
       01 LINHA-ANT.
           02 F PIC X(02) VALUE SPACES.
           02 ANT-VENDA-DET    PIC X(10).
           02 F PIC X(04) VALUE " Pc.".
           02 ANT-PARC-DET     PIC 99.
           02 F PIC X(06) VALUE " Prev.".
           02 ANT-PREV-DET     PIC X(10).
           02 F PIC X(01) VALUE SPACES.
           02 ANT-LIQ-DET      PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 ANT-DIAS-DET     PIC ZZZ9.
           02 F PIC X(05) VALUE "d Ds ".
           02 ANT-DESC-DET     PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL.
           02 F PIC X(02) VALUE SPACES.
           02 ROTULO-TOT-DET   PIC X(18).
           02 LINE 06 COLUMN 04 VALUE "<2> Confirmar Acerto".
           02 LINE 07 COLUMN 04 VALUE "<3> Importar Retorno (CARTRET)".
           02 LINE 08 COLUMN 04 VALUE "<4> Pendentes e Divergentes".
           02 LINE 09 COLUMN 04 VALUE "<5> Antecipacao de Recebiveis".
           02 LINE 10 COLUMN 04 VALUE "<0> Sair".
           02 LINE 12 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O CARTAO.
           IF FS-CART = "30"
               CLOSE CARTAO
           MOVE DIA TO WS-HOJE-DIA.
           MOVE MES TO WS-HOJE-MES.
           MOVE ANO TO WS-HOJE-ANO.
           MOVE ANO-DOS TO WS-ANO2.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (12 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-GERAR THRU P-GERAR-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "4"
               PERFORM P-RELATORIO THRU P-RELATORIO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "5"
               PERFORM P-ANTECIPA THRU P-ANTECIPA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

           ACCEPT (02 31) WS-VENDA-ANO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-VENDA-DIA = ZEROS
               GO TO P-GERAR-FIM.
           COMPUTE WS-DIAF-AMD = WS-VENDA-ANO * 10000
               + WS-VENDA-MES * 100 + WS-VENDA-DIA.
           PERFORM P-TESTA-DIA-FECHADO THRU P-TESTA-DIA-FECHADO-FIM.
           IF WS-DIAF-LIBERADO NOT = "S"
               GO TO P-GERAR-FIM.
           PERFORM P-CARTAO-PDV THRU P-CARTAO-PDV-FIM.
           IF WS-PDV-CARTAO NOT = ZEROS
               MOVE WS-PDV-CARTAO TO WS-MOSTRA-VALOR
               DISPLAY (22 04) "!! JA LIQUIDADA !!"
               ACCEPT WS-P
               GO TO P-CONFIRMA-FIM.
           IF CART-ANTECIPADO
               DISPLAY (22 04) "!! PARCELA ANTECIPADA !!"
               ACCEPT WS-P
               GO TO P-CONFIRMA-FIM.
           MOVE CART-VALOR-LIQ TO WS-MOSTRA-VALOR.
           DISPLAY (05 04) "Esperado R$ " WS-MOSTRA-VALOR.
           DISPLAY (06 04) "Valor Pago R$......=".
                   IF LIN > 20 PERFORM P-PARA
                   END-IF
                   GO TO P-IMPORTA-LER.
      *     antecipada ja foi paga pelo banco - o retorno nao mexe
           IF CART-ANTECIPADO
               ADD 1 TO WS-REJEITADOS
               DISPLAY (LIN, 04) "Antecipada: " WS-LINHA-RET(1:20)
               ADD 1 TO LIN
               IF LIN > 20 PERFORM P-PARA
               END-IF
               GO TO P-IMPORTA-LER.
           MOVE WS-RET-VALOR TO WS-VALOR-PAGO.
           PERFORM P-CASA-PAGAMENTO.
           REWRITE REG-CARTAO.
           READ CARTAO NEXT RECORD
               AT END
                   GO TO P-RELATORIO-TOTAL.
           IF CART-LIQUIDADO OR CART-ANTECIPADO
               GO TO P-RELATORIO-LER.
           IF CART-PENDENTE
               ADD 1 TO WS-QTDE-PEND
           DISPLAY (03 00) ERASE.
           MOVE 4 TO LIN.

      *-----------------------------------------*
      * Antecipacao de recebiveis de cartao: simula sobre as
      * parcelas pendentes com liquidacao na faixa pedida (e
      * depois da data da antecipacao) e, confirmada, grava o
      * credito na conta, a despesa do desconto e as parcelas
      * como Antecipadas. O desconto de cada parcela e a taxa
      * mensal pro rata dos dias que faltavam p/ a liquidacao
      * (mes de 30 dias), sobre o liquido esperado.
       P-ANTECIPA.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO73".
           DISPLAY (02 04) "Liquidacao de......=   /  /    ".
           DISPLAY (03 04) "Liquidacao ate.....=   /  /    ".
           DISPLAY (04 04) "Data antecipacao...=   /  /    ".
           DISPLAY (05 04) "Taxa mensal %......=".
           MOVE WS-HOJE-DMA TO WS-ANT-DE.
           ACCEPT (02 25) WS-ANT-DE-DIA WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-ANT-DE-DIA = ZEROS
               GO TO P-ANTECIPA-FIM.
           ACCEPT (02 28) WS-ANT-DE-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (02 31) WS-ANT-DE-ANO WITH PROMPT UPDATE AUTO-SKIP.
           MOVE ZEROS TO WS-ANT-ATE.
           ACCEPT (03 25) WS-ANT-ATE-DIA WITH PROMPT AUTO-SKIP.
           IF WS-ANT-ATE-DIA = ZEROS
               GO TO P-ANTECIPA-FIM.
           ACCEPT (03 28) WS-ANT-ATE-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (03 31) WS-ANT-ATE-ANO WITH PROMPT AUTO-SKIP.
           MOVE WS-HOJE-DMA TO WS-ANT-DATA.
           ACCEPT (04 25) WS-ANT-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (04 28) WS-ANT-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (04 31) WS-ANT-ANO WITH PROMPT UPDATE AUTO-SKIP.
           MOVE ZEROS TO WS-ANT-TAXA.
           ACCEPT (05 25) WS-ANT-TAXA WITH PROMPT AUTO-SKIP.
           IF WS-ANT-DE-MES < 1 OR WS-ANT-DE-MES > 12
               OR WS-ANT-ATE-MES < 1 OR WS-ANT-ATE-MES > 12
               OR WS-ANT-MES < 1 OR WS-ANT-MES > 12
               DISPLAY (22 04) "!! DATA INVALIDA !!"
               ACCEPT WS-P
               GO TO P-ANTECIPA-FIM.
           MOVE WS-ANT-DE-ANO TO WS-CJ-ANO.
           MOVE WS-ANT-DE-MES TO WS-CJ-MES.
           MOVE WS-ANT-DE-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-ANT-JUL-DE.
           MOVE WS-ANT-ATE-ANO TO WS-CJ-ANO.
           MOVE WS-ANT-ATE-MES TO WS-CJ-MES.
           MOVE WS-ANT-ATE-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-ANT-JUL-ATE.
           MOVE WS-ANT-ANO TO WS-CJ-ANO.
           MOVE WS-ANT-MES TO WS-CJ-MES.
           MOVE WS-ANT-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-ANT-JUL-DATA.
           IF WS-ANT-JUL-ATE < WS-ANT-JUL-DE
               DISPLAY (22 04) "!! FAIXA DE DATAS INVERTIDA !!"
               ACCEPT WS-P
               GO TO P-ANTECIPA-FIM.
      *     simulacao: lista na tela e em BANCO73.TXT
           MOVE "S" TO WS-ANT-MODO.
           OPEN OUTPUT ARQSAID.
           MOVE WS-ANT-DIA TO WS-ED-DIA.
           MOVE WS-ANT-MES TO WS-ED-MES.
           MOVE WS-ANT-ANO TO WS-ED-ANO.
           MOVE WS-DATA-EDIT TO ANT-DATA-TIT.
           MOVE WS-ANT-TAXA TO ANT-TAXA-TIT.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-ANT-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 01) LINHA-ANT-TITULO.
           MOVE 4 TO LIN.
           PERFORM P-ANT-VARRE THRU P-ANT-VARRE-FIM.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "Parcelas........: " TO ROTULO-TOT-DET.
           MOVE WS-ANT-QTDE TO QTDE-TOT-DET.
           MOVE WS-ANT-BRUTO TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE "Desconto........: " TO ROTULO-TOT-DET.
           MOVE WS-ANT-DESC TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE "Liquido.........: " TO ROTULO-TOT-DET.
           MOVE WS-ANT-LIQ TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           CLOSE ARQSAID.
           IF WS-ANT-QTDE = ZEROS
               DISPLAY (22 04) "!! NENHUMA PARCELA PENDENTE NA FAIXA !!"
               ACCEPT WS-P
               GO TO P-ANTECIPA-FIM.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO73".
           DISPLAY (02 04) "Simulacao da antecipacao em "
               WS-DATA-EDIT "  (BANCO73.TXT)".
           DISPLAY (04 04) "Parcelas...........= " WS-ANT-QTDE.
           MOVE WS-ANT-BRUTO TO WS-MOSTRA-VALOR.
           DISPLAY (05 04) "Bruto R$...........= " WS-MOSTRA-VALOR.
           MOVE WS-ANT-DESC TO WS-MOSTRA-VALOR.
           DISPLAY (06 04) "Desconto R$........= " WS-MOSTRA-VALOR.
           MOVE WS-ANT-LIQ TO WS-MOSTRA-VALOR.
           DISPLAY (07 04) "Liquido R$.........= " WS-MOSTRA-VALOR.
           DISPLAY (09 04) "Antecipar agora <S/N>? N".
           MOVE "N" TO WS-P.
           ACCEPT (09 27) WS-P WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-ANTECIPA-FIM.
      *     o mes da antecipacao nao pode estar fechado (BANCO65)
           PERFORM P-LE-TRAVA.
           COMPUTE WS-TESTA-AM = WS-ANT-ANO * 100 + WS-ANT-MES.
           IF WS-TRAVA-AM NOT = ZEROS AND WS-TESTA-AM NOT > WS-TRAVA-AM
               DISPLAY (22 04) "!! MES FECHADO P/ O CONTADOR "
                   "(TRAVA - BANCO65) !!"
               ACCEPT WS-P
               GO TO P-ANTECIPA-FIM.
       P-ANTECIPA-CONTA.
           DISPLAY (11 04) "Conta de credito...=".
           MOVE ZEROS TO WS-ANT-CONTA.
           ACCEPT (11 25) WS-ANT-CONTA WITH PROMPT AUTO-SKIP.
           IF WS-ANT-CONTA = ZEROS
               GO TO P-ANTECIPA-FIM.
           OPEN INPUT CTA.
           IF FS-CTA NOT = "00"
               CLOSE CTA
               DISPLAY (22 04) "!! CTA.DAT NAO ENCONTRADO !!"
               ACCEPT WS-P
               GO TO P-ANTECIPA-FIM.
           MOVE WS-ANT-CONTA TO CTA-COD.
           READ CTA
               INVALID KEY
                   MOVE SPACES TO CTA-NOME
                   MOVE "I" TO CTA-SITUACAO.
           CLOSE CTA.
           IF NOT CTA-ATIVA
               DISPLAY (22 04) "!! CONTA NAO CADASTRADA OU INATIVA !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-ANTECIPA-CONTA.
           MOVE CTA-NOME TO WS-ANT-CONTA-NOME.
           DISPLAY (11 31) WS-ANT-CONTA-NOME.
       P-ANTECIPA-NATUREZA.
           DISPLAY (12 04) "Natureza (0=sem)...=".
           MOVE ZEROS TO WS-ANT-NATUREZA.
           ACCEPT (12 25) WS-ANT-NATUREZA WITH PROMPT AUTO-SKIP.
           IF WS-ANT-NATUREZA NOT = ZEROS
               OPEN INPUT NATUREZA
               IF FS-NAT NOT = "00"
                   MOVE ZEROS TO WS-ANT-NATUREZA
               ELSE
                   MOVE WS-ANT-NATUREZA TO NAT-COD
                   READ NATUREZA
                       INVALID KEY
                           MOVE SPACES TO NAT-NOME
                           MOVE "I" TO NAT-SITUACAO
                   END-READ
                   IF NOT NAT-ATIVA
                       CLOSE NATUREZA
                       DISPLAY (22 04) "!! NATUREZA INVALIDA !!"
                       ACCEPT WS-P
                       DISPLAY (22 04) WS-LIMPA
                       GO TO P-ANTECIPA-NATUREZA
                   END-IF
                   DISPLAY (12 31) NAT-NOME
               END-IF
               CLOSE NATUREZA.
      *     o liquido que o banco de fato creditou - a diferenca p/
      *     a simulacao aparece antes de gravar
           DISPLAY (13 04) "Liquido do banco R$=".
           MOVE WS-ANT-LIQ TO WS-ANT-CREDITADO.
           ACCEPT (13 25) WS-ANT-CREDITADO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-ANT-CREDITADO = ZEROS
               GO TO P-ANTECIPA-FIM.
           IF WS-ANT-CREDITADO > WS-ANT-BRUTO
               DISPLAY (22 04) "!! LIQUIDO MAIOR QUE O BRUTO !!"
               ACCEPT WS-P
               GO TO P-ANTECIPA-FIM.
           COMPUTE WS-ANT-DESC-REAL = WS-ANT-BRUTO - WS-ANT-CREDITADO.
           COMPUTE WS-ANT-DIF = WS-ANT-CREDITADO - WS-ANT-LIQ.
           IF WS-ANT-DIF NOT = ZEROS
               MOVE WS-ANT-DIF TO WS-MOSTRA-DIF
               DISPLAY (14 04) "!! Diferenca p/ a simulacao R$ "
                   WS-MOSTRA-DIF.
           DISPLAY (16 04) "Confirma a antecipacao <S/N>? N".
           MOVE "N" TO WS-P.
           ACCEPT (16 34) WS-P WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-ANTECIPA-FIM.
           PERFORM P-PROXIMO-TRB THRU P-PROXIMO-TRB-FIM.
           IF WS-ANT-DESC-REAL NOT = ZEROS
               PERFORM P-ANT-DESPESA THRU P-ANT-DESPESA-FIM
               IF FS NOT = "00"
                   GO TO P-ANTECIPA-FIM.
      *     credito do valor antecipado na conta, origem 00
           MOVE WS-PROX-TRB TO TRB-NUM.
           MOVE ZEROS TO TRB-CTA-ORIG.
           MOVE WS-ANT-CONTA TO TRB-CTA-DEST.
           MOVE WS-ANT-BRUTO TO TRB-VALOR.
           MOVE WS-ANT-DIA TO TRB-DIA.
           MOVE WS-ANT-MES TO TRB-MES.
           MOVE WS-ANT-ANO TO TRB-ANO.
           MOVE "A" TO TRB-SITUACAO.
           MOVE WS-OPER-ATUAL TO TRB-OPER-COD.
           MOVE ZEROS TO TRB-APLIC-NUM.
           WRITE REG-TRANSFB INVALID KEY
               DISPLAY (22 04) "!! ERRO AO GRAVAR TRANSFB - FS = "
                   FS-TRB
               ACCEPT WS-P.
           CLOSE TRANSFB.
      *     parcelas: a mesma selecao da simulacao, agora gravando
           MOVE "G" TO WS-ANT-MODO.
           PERFORM P-ANT-VARRE THRU P-ANT-VARRE-FIM.
           DISPLAY (18 04) WS-ANT-QTDE " parcela(s) antecipada(s) -"
               " credito " WS-PROX-TRB " na conta " WS-ANT-CONTA.
           IF WS-ANT-DESC-REAL NOT = ZEROS
               DISPLAY (19 04) "Desconto lancado no documento "
                   NUM-CHE.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-ANTECIPA-FIM.

      *-----------------------------------------------------------*
      * Varre CARTAO.DAT: pendentes com liquidacao na faixa e      *
      * depois da data da antecipacao. Modo S soma e lista; modo   *
      * G marca Antecipada, pago = liquido esperado, na data.      *
      *-----------------------------------------------------------*
       P-ANT-VARRE.
           MOVE ZEROS TO WS-ANT-QTDE.
           MOVE ZEROS TO WS-ANT-BRUTO.
           MOVE ZEROS TO WS-ANT-DESC.
           MOVE ZEROS TO WS-ANT-LIQ.
           MOVE ZEROS TO CART-CHAVE.
           START CARTAO KEY IS NOT LESS THAN CART-CHAVE
               INVALID KEY
                   GO TO P-ANT-VARRE-FIM.
       P-ANT-VARRE-LER.
           READ CARTAO NEXT RECORD
               AT END
                   GO TO P-ANT-VARRE-FIM.
           IF NOT CART-PENDENTE
               GO TO P-ANT-VARRE-LER.
           MOVE CART-PREV-ANO TO WS-CJ-ANO.
           MOVE CART-PREV-MES TO WS-CJ-MES.
           MOVE CART-PREV-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           IF WS-CJ-RESULT < WS-ANT-JUL-DE
               OR WS-CJ-RESULT > WS-ANT-JUL-ATE
               OR WS-CJ-RESULT NOT > WS-ANT-JUL-DATA
               GO TO P-ANT-VARRE-LER.
           COMPUTE WS-ANT-DIAS = WS-CJ-RESULT - WS-ANT-JUL-DATA.
           COMPUTE WS-ANT-DESC-PARC ROUNDED =
               CART-VALOR-LIQ * WS-ANT-TAXA * WS-ANT-DIAS / 3000.
           ADD 1 TO WS-ANT-QTDE.
           ADD CART-VALOR-LIQ TO WS-ANT-BRUTO.
           ADD WS-ANT-DESC-PARC TO WS-ANT-DESC.
           COMPUTE WS-ANT-LIQ = WS-ANT-BRUTO - WS-ANT-DESC.
           IF ANT-GRAVA-88
               MOVE "A" TO CART-SITUACAO
               MOVE CART-VALOR-LIQ TO CART-VALOR-PAGO
               MOVE WS-ANT-DATA TO CART-DATA-PAGO
               REWRITE REG-CARTAO
               GO TO P-ANT-VARRE-LER.
           MOVE CART-VENDA-DIA TO WS-ED-DIA.
           MOVE CART-VENDA-MES TO WS-ED-MES.
           MOVE CART-VENDA-ANO TO WS-ED-ANO.
           MOVE WS-DATA-EDIT TO ANT-VENDA-DET.
           MOVE CART-PARCELA TO ANT-PARC-DET.
           MOVE CART-PREV-DIA TO WS-ED-DIA.
           MOVE CART-PREV-MES TO WS-ED-MES.
           MOVE CART-PREV-ANO TO WS-ED-ANO.
           MOVE WS-DATA-EDIT TO ANT-PREV-DET.
           MOVE CART-VALOR-LIQ TO ANT-LIQ-DET.
           MOVE WS-ANT-DIAS TO ANT-DIAS-DET.
           MOVE WS-ANT-DESC-PARC TO ANT-DESC-DET.
           WRITE REG-ARQSAID FROM LINHA-ANT.
           DISPLAY (LIN, 01) LINHA-ANT.
           ADD 1 TO LIN.
           IF LIN > 19 PERFORM P-PARA.
           GO TO P-ANT-VARRE-LER.
       P-ANT-VARRE-FIM.
           MOVE WS-ANT-DIA TO WS-ED-DIA.
           MOVE WS-ANT-MES TO WS-ED-MES.
           MOVE WS-ANT-ANO TO WS-ED-ANO.

      *-----------------------------------------------------------*
      * Despesa financeira do desconto no movimento da empresa     *
      * logada: documento na faixa do BANCO01 (0001-4999), contra  *
      * a conta creditada, ja conferido e pago na data da          *
      * antecipacao - o razao da conta fica com o liquido. Vai p/  *
      * o HIST.DAT como inclusao, como qualquer lancamento.        *
      *-----------------------------------------------------------*
       P-ANT-DESPESA.
           OPEN I-O BANCO.
           IF FS NOT = "00"
               DISPLAY (22 04) "!! MOVIMENTO (BCO) NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE BANCO
               CLOSE TRANSFB
               GO TO P-ANT-DESPESA-FIM.
           PERFORM P-CONTA-CODIGO THRU P-CONTA-CODIGO-FIM.
           MOVE WS-NUM TO NUM-CHE.
           MOVE WS-ANT-CONTA-NOME TO CONTA-CHE.
           MOVE "ANTECIPACAO CARTAO" TO DESCRI-CHE.
           MOVE WS-ANT-DIA TO DIA-CHE.
           MOVE WS-ANT-MES TO MES-CHE.
           MOVE WS-ANT-ANO TO ANO-CHE.
           MOVE ANO-CHE TO ANO-VCTO-CHE.
           MOVE MES-CHE TO MES-VCTO-CHE.
           MOVE DIA-CHE TO DIA-VCTO-CHE.
           MOVE WS-ANT-DESC-REAL TO VALOR-CHE.
           MOVE SPACES TO OBS-CHE.
           MOVE WS-HOJE-DMA TO INSCR-CHE.
           MOVE ZEROS TO RECEBIDO-CHE.
           MOVE WS-ANT-DATA TO DATA-CONF.
           MOVE WS-ANT-DESC-REAL TO VALOR-PAGO.
           MOVE SPACES TO MEMO-CHE.
           STRING "ANTECIP. " DELIMITED BY SIZE
                  WS-ANT-QTDE DELIMITED BY SIZE
                  " PARC TRF " DELIMITED BY SIZE
                  WS-PROX-TRB DELIMITED BY SIZE
                  INTO MEMO-CHE.
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
           MOVE WS-ANT-NATUREZA TO NATUREZA-CHE.
           MOVE ZEROS TO JUROS-PAGO-CHE.
           COMPUTE COMPET-CHE = ANO-CHE * 100 + MES-CHE.
           MOVE ZEROS TO CONSUMO-CHE.
           MOVE SPACES TO CODBAR-CHE.
       P-ANT-DESPESA-GRAVA.
           WRITE REG-BCO INVALID KEY
               DISPLAY (22 04) "!! ERRO AO GRAVAR O MOVIMENTO - FS = "
                   FS
               ACCEPT WS-P
               CLOSE BANCO
               CLOSE TRANSFB
               GO TO P-ANT-DESPESA-FIM.
           IF FS = "51"
               PERFORM P-BCO-OCUPADO
               GO TO P-ANT-DESPESA-GRAVA.
           MOVE "I" TO WS-OPERACAO.
           PERFORM P-GRAVA-HIST.
           CLOSE BANCO.
       P-ANT-DESPESA-FIM.

      *-----------------------------------------*
      * Proximo numero livre de documento (0001-4999) do ano
      * corrente - mesmo criterio do BANCO01.
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
           IF WS-CHAVE-SEQ > 4999
               GO TO P-CONTA-CODIGO-LER.
           IF WS-CHAVE-SEQ > WS-NUM-SEQ
               MOVE WS-CHAVE-SEQ TO WS-NUM-SEQ.
           GO TO P-CONTA-CODIGO-LER.
       P-CONTA-CODIGO-CALC.
           MOVE WS-ANO2 TO WS-NUM-ANO.
           ADD 1 TO WS-NUM-SEQ.
           IF WS-NUM-SEQ > 4999
               MOVE 1 TO WS-NUM-SEQ.
       P-CONTA-CODIGO-FIM.

      *-----------------------------------------*
      * Proximo numero de TRANSFB.DAT (deixa o arquivo aberto I-O
      * p/ a gravacao do credito), mesmo criterio do BANCO81.
       P-PROXIMO-TRB.
           OPEN I-O TRANSFB.
           IF FS-TRB = "30" OR FS-TRB = "35"
               CLOSE TRANSFB
               OPEN OUTPUT TRANSFB
               CLOSE TRANSFB
               OPEN I-O TRANSFB.
           MOVE ZEROS TO WS-PROX-TRB.
           MOVE ZEROS TO TRB-NUM.
           START TRANSFB KEY IS NOT LESS THAN TRB-NUM
               INVALID KEY
                   GO TO P-PROXIMO-TRB-CALC.
       P-PROXIMO-TRB-LER.
           READ TRANSFB NEXT RECORD
               AT END
                   GO TO P-PROXIMO-TRB-CALC.
           MOVE TRB-NUM TO WS-PROX-TRB.
           GO TO P-PROXIMO-TRB-LER.
       P-PROXIMO-TRB-CALC.
           ADD 1 TO WS-PROX-TRB.
       P-PROXIMO-TRB-FIM.

      *-----------------------------------------------------------*
      * HIST.DAT: inclusao do documento de despesa, com a empresa *
      * e o operador da sessao.                                    *
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

       P-BCO-OCUPADO.
           DISPLAY (21 04) "!! REGISTRO EM USO POR OUTRO TERMINAL !!".
           DISPLAY (23 04) "Tecle < ENTER > para tentar novamente".
           ACCEPT WS-P.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (23 04) WS-LIMPA.

      *-----total de cartao do dia de venda no PDVDIA.DAT (MERC06)-----*
       P-CARTAO-PDV.
           MOVE ZEROS TO WS-PDV-CARTAO.
                   MOVE 1 TO WS-ROLA-MES
                   ADD 1 TO WS-ROLA-ANO.

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
      * Trava de periodo (TRAVA.DAT / BANCO65): fechado-ate em     *
      * WS-TRAVA-AM (AAAAMM); zeros = sem trava.                   *
      *-----------------------------------------------------------*
       P-LE-TRAVA.
           MOVE ZEROS TO WS-TRAVA-AM.
           OPEN INPUT TRAVA.
           IF FS-TRAVA NOT = "00"
               CLOSE TRAVA
               EXIT PARAGRAPH.
           READ TRAVA NEXT RECORD
               AT END
                   CLOSE TRAVA
                   EXIT PARAGRAPH.
           COMPUTE WS-TRAVA-AM = TRAVA-ANO * 100 + TRAVA-MES.
           CLOSE TRAVA.

      *-----------------------------------------------------------*
      * Dia ja fechado (DIAFECH.DAT / BANCO28): movimento datado   *
      * WS-DIAF-AMD (AAAAMMDD) num dia assinado como fechado so    *
      * entra com login de supervisor (OPER-NIVEL 2); recusado,    *
      * WS-DIAF-LIBERADO volta "N". Sem DIAFECH.DAT, tudo livre.   *
      *-----------------------------------------------------------*
       P-TESTA-DIA-FECHADO.
           MOVE "S" TO WS-DIAF-LIBERADO.
           OPEN INPUT DIAFECH.
           IF FS-DIAF NOT = "00"
               CLOSE DIAFECH
               GO TO P-TESTA-DIA-FECHADO-FIM.
           MOVE WS-DIAF-AMD TO DIAF-DATA.
           READ DIAFECH
               INVALID KEY
                   MOVE SPACES TO DIAF-SITUACAO.
           CLOSE DIAFECH.
           IF NOT DIAF-FECHADO
               GO TO P-TESTA-DIA-FECHADO-FIM.
           MOVE "N" TO WS-DIAF-LIBERADO.
           DISPLAY (18 04) "!! DIA JA FECHADO (BANCO28) !!".
           DISPLAY (19 04) "Liberacao do supervisor <S/N>? ".
           ACCEPT (19 36) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           OPEN INPUT OPER.
           IF FS-OPER NOT = "00"
               CLOSE OPER
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           DISPLAY (20 04) "Operador/Senha: ".
           ACCEPT (20 21) WS-LIB-COD WITH PROMPT AUTO-SKIP.
           MOVE WS-LIB-COD TO OPER-COD.
           READ OPER
               INVALID KEY
                   DISPLAY (21 04) "!! OPERADOR NAO CADASTRADO !!"
                   ACCEPT WS-P
                   CLOSE OPER
                   GO TO P-TESTA-DIA-FECHADO-LIMPA.
           ACCEPT (20 25) WS-LIB-SENHA WITH PROMPT.
           IF WS-LIB-SENHA NOT = OPER-SENHA
               DISPLAY (21 04) "!! SENHA INVALIDA !!"
               ACCEPT WS-P
               CLOSE OPER
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           IF NOT OPER-SUPERVISOR
               DISPLAY (21 04) "!! OPERADOR NAO E SUPERVISOR !!"
               ACCEPT WS-P
               CLOSE OPER
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           CLOSE OPER.
           MOVE "S" TO WS-DIAF-LIBERADO.
       P-TESTA-DIA-FECHADO-LIMPA.
           DISPLAY (18 04) WS-LIMPA.
           DISPLAY (19 04) WS-LIMPA.
           DISPLAY (20 04) WS-LIMPA.
           DISPLAY (21 04) WS-LIMPA.
       P-TESTA-DIA-FECHADO-FIM.

      *-----------------------------------------------------------*
      * Empresa e operador da sessao: qual movimento recebe a      *
      * despesa da antecipacao e quem a lancou.                    *
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
           IF SESSAO-EMPRESA-COD NOT = ZEROS
               MOVE SESSAO-EMPRESA-COD TO WS-EMPRESA-ATUAL.
           MOVE SESSAO-OPER-COD TO WS-OPER-ATUAL.
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

       P-FIM.
           CLOSE CARTAO.
           DISPLAY (01 01) ERASE.
