       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO22.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    CONTABILIDADE - PLANO DE CONTAS, PARTIDAS DOBRADAS E
      *    BALANCETE
      *    O diario do BANCO61 era de um lado so e o contador
      *    classificava tudo de novo. Aqui: <1> mantem o plano de
      *    contas (PLCONTA.DAT, com saldo de implantacao); <3>
      *    mantem o de-para (CTBMAP.DAT) de cada natureza de
      *    despesa, de cada conta de CTA.DAT e dos eventos fixos
      *    (recebiveis, cartao, caixa, depreciacao, emprestimos,
      *    aplicacoes) p/ as contas de debito e credito; <5> gera
      *    as partidas dobradas do mes em LANCTB.DAT:
      *      - contas a pagar (BCO da empresa): provisao na
      *        competencia (despesa x fornecedores, com IRRF/INSS
      *        retidos; parcela de contrato do BANCO82 separa
      *        amortizacao e juros pela PARCELA.DAT) e baixa na
      *        DATA-CONF (fornecedores x banco, juros pagos e
      *        desconto obtido em partidas proprias). DESC-CHE
      *        junta desconto e abatimentos: o que ABATIT.DAT diz
      *        que foi adiantamento/credito de devolucao (evento
      *        21), devolucao abatida (22) ou acordo (23) sai em
      *        partida propria, e so o resto e desconto (14). O
      *        titulo de adiantamento (ADIANT.DAT) provisiona no
      *        ativo do evento 21, nao na despesa da natureza;
      *      - DEVOL.DAT: devolucao que virou credito do
      *        fornecedor (titulo ja pago), ativo x devolucoes;
      *      - RECEBER.DAT: venda a prazo, recebimento (principal
      *        e juros) e baixa por perda;
      *      - CARTAO.DAT: venda, liquidacao e taxa da adquirente;
      *      - CAIXA.DAT: venda em dinheiro do fechamento/ajuste;
      *      - IMOBIL.DAT: depreciacao linear do mes (BANCO83);
      *      - TRANSFB.DAT: transferencias, antecipacao de cartao
      *        e pernas das aplicacoes; APLIC.DAT: rendimento e IR.
      *    O que nao tem de-para cai na conta transitoria (evento
      *    20) - o lancamento sai balanceado e o contador ve o que
      *    falta mapear. Gerar de novo apaga e regrava o mes; mes
      *    travado (BANCO65) ja gerado nao se regera. <6>
      *    balancete de verificacao do mes: saldo anterior,
      *    debitos, creditos e saldo atual por conta (tela +
      *    BANCO22.TXT). O DIARIO.TXT do BANCO61 sai destes mesmos
      *    lancamentos. Menu Seguranca/Auditoria, opcao 17.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLCONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLC-COD
                  FILE STATUS IS FS-PLC.
           SELECT CTBMAP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MAP-CHAVE
                  FILE STATUS IS FS-MAP.
           SELECT LANCTB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LCT-CHAVE
                  FILE STATUS IS FS-LCT.
           SELECT BANCO     ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS  IS FS.
           SELECT NATUREZA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NAT-COD
                  FILE STATUS IS FS-NAT.
           SELECT CTA       ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CTA-COD
                  FILE STATUS  IS FS-CTA.
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
           SELECT CAIXA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-CAIXA.
           SELECT IMOBIL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IMO-PLAQUETA
                  FILE STATUS IS FS-IMO.
           SELECT PARCELA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAR-CHAVE
                  FILE STATUS IS FS-PAR.
           SELECT TRANSFB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRB-NUM
                  FILE STATUS IS FS-TRB.
           SELECT APLIC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APL-CHAVE
                  FILE STATUS IS FS-APL.
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
           SELECT TRAVA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TRAVA.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT CADHIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-CADH.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY PLCMAST.

       COPY CTBMAPMAST.

       COPY LCTMAST.

       COPY BCOMAST.

       COPY NATUMAST.

       COPY CTAMAST.

       COPY RECEBMAST.

       COPY CARTMAST.

       COPY CAIXAMAST.

       COPY IMOBMAST.

       COPY PARCMAST.

       COPY TRFBMAST.

       COPY APLICMAST.

       COPY ADIANTMAST.

       COPY ABATMAST.

       COPY DEVOLMAST.

       COPY TRAVMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       COPY CADHMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO22.TXT".
       01 REG-ARQSAID           PIC X(80).

      ***********************************
       WORKING-STORAGE SECTION.
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
       77 FS-PLC                PIC XX.
       77 FS-MAP                PIC XX.
       77 FS-LCT                PIC XX.
       77 FS                    PIC XX.
       77 FS-NAT                PIC XX.
       77 FS-CTA                PIC XX.
       77 FS-REC                PIC XX.
       77 FS-CART               PIC XX.
       77 FS-CAIXA              PIC XX.
       77 FS-IMO                PIC XX.
       77 FS-PAR                PIC XX.
       77 FS-TRB                PIC XX.
       77 FS-APL                PIC XX.
       77 FS-ADIANT             PIC XX.
       77 FS-ABT                PIC XX.
       77 FS-DEVOL              PIC XX.
       77 FS-TRAVA              PIC XX.
       77 FS-SESSAO             PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-ARQ-CAIXA          PIC X(12) VALUE "CAIXA.DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(60) VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-EXISTE            PIC X VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-QTDE       PIC ZZZZ9 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----mes de referencia (geracao e balancete)---------------------*
       77 WS-MES-REF            PIC 99 VALUE ZEROS.
       77 WS-ANO-REF            PIC 9(04) VALUE ZEROS.
       77 WS-AM                 PIC 9(06) VALUE ZEROS.
       77 WS-TESTA-AM           PIC 9(06) VALUE ZEROS.
       77 WS-TRAVA-AM           PIC 9(06) VALUE ZEROS.

      *-----manutencao do plano: saldo de implantacao sem sinal + D/C--*
       77 WS-SALDO-V            PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-DC           PIC X VALUE SPACES.
       77 WS-MOSTRA-SALDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *-----conferencia de conta do plano digitada no de-para-----------*
       77 WS-PLC-BUSCA          PIC 9(06) VALUE ZEROS.
       77 WS-PLC-OK             PIC X VALUE SPACES.
       77 WS-PLC-NOME-ACH       PIC X(25) VALUE SPACES.

      *-----eventos fixos do de-para (tipo "E")-------------------------*
       01 WS-TAB-EVT-INIC.
           02 F PIC X(34) VALUE "Venda a prazo D=clientes C=receita".
           02 F PIC X(34) VALUE "Recebim.cliente D=caixa C=clientes".
           02 F PIC X(34) VALUE "Juros receb.cliente C=rec.financ. ".
           02 F PIC X(34) VALUE "Perda recebivel D=desp C=clientes ".
           02 F PIC X(34) VALUE "Venda cartao D=cart.rec C=receita ".
           02 F PIC X(34) VALUE "Liquid.cartao D=banco C=cart.rec. ".
           02 F PIC X(34) VALUE "Taxa cartao D=despesa C=cart.rec. ".
           02 F PIC X(34) VALUE "Venda dinheiro D=caixa C=receita  ".
           02 F PIC X(34) VALUE "Depreciacao D=despesa C=dep.acum. ".
           02 F PIC X(34) VALUE "Juros emprestimo D=despesa        ".
           02 F PIC X(34) VALUE "Amortiz.emprestimo D=emprestimos  ".
           02 F PIC X(34) VALUE "Doc.sem natureza D=desp C=fornec. ".
           02 F PIC X(34) VALUE "Juros/multa pagos D=despesa       ".
           02 F PIC X(34) VALUE "Desconto obtido C=receita         ".
           02 F PIC X(34) VALUE "IRRF retido C=IRRF a recolher     ".
           02 F PIC X(34) VALUE "INSS retido C=INSS a recolher     ".
           02 F PIC X(34) VALUE "Aplic.financ. D=aplic. C=rendim.  ".
           02 F PIC X(34) VALUE "IR s/ aplicacao D=despesa         ".
           02 F PIC X(34) VALUE "Saida p/ fora do sist. D=transit. ".
           02 F PIC X(34) VALUE "Sem de-para D/C=transitoria       ".
           02 F PIC X(34) VALUE "Adiant./cred.fornec. D=ativo      ".
           02 F PIC X(34) VALUE "Devol.compra D=cred.forn C=devol. ".
           02 F PIC X(34) VALUE "Acordo/rebate fornec. C=receita   ".
       01 WS-TAB-EVT REDEFINES WS-TAB-EVT-INIC.
           02 WS-EVT-DESC       PIC X(34) OCCURS 23 TIMES.
       77 WS-QTDE-EVT           PIC 99 VALUE 23.

      *-----de-para carregado p/ a geracao------------------------------*
       01 WS-TAB-MAPA.
           02 WS-MAP-N OCCURS 99 TIMES.
               03 WS-MAP-N-DEB  PIC 9(06).
               03 WS-MAP-N-CRED PIC 9(06).
           02 WS-MAP-C-PLC      PIC 9(06) OCCURS 99 TIMES.
           02 WS-MAP-E OCCURS 23 TIMES.
               03 WS-EVT-DEB    PIC 9(06).
               03 WS-EVT-CRED   PIC 9(06).
      *-----nomes de CTA.DAT p/ achar o codigo pelo CONTA-CHE-----------*
       01 WS-TAB-CTA.
           02 WS-TAB-CTA-NOME   PIC X(10) OCCURS 99 TIMES.
       77 WS-CX                 PIC 99 VALUE ZEROS.
       77 WS-CTA-ACHADA         PIC 99 VALUE ZEROS.

      *-----partida a gravar (P-GRAVA-LCT)------------------------------*
       77 WS-L-DEB              PIC 9(06) VALUE ZEROS.
       77 WS-L-CRED             PIC 9(06) VALUE ZEROS.
       77 WS-L-TROCA            PIC 9(06) VALUE ZEROS.
       77 WS-L-VALOR            PIC S9(11)V99 VALUE ZEROS.
       77 WS-L-DATA             PIC 9(08) VALUE ZEROS.
       77 WS-L-ORIGEM           PIC X VALUE SPACES.
       77 WS-L-DOC              PIC X(06) VALUE SPACES.
       77 WS-L-CTA              PIC 99 VALUE ZEROS.
       77 WS-L-DEPTO            PIC 99 VALUE ZEROS.
       77 WS-L-HIST             PIC X(20) VALUE SPACES.
       77 WS-SEQ                PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-EXIST         PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-LANCTOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-TRANSIT       PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-LANC         PIC 9(13)V99 VALUE ZEROS.

      *-----contas a pagar----------------------------------------------*
       77 WS-DOC-AM             PIC 9(06) VALUE ZEROS.
       77 WS-DEPTO-DOC          PIC 99 VALUE ZEROS.
       77 WS-DESP-PLC           PIC 9(06) VALUE ZEROS.
       77 WS-FORN-PLC           PIC 9(06) VALUE ZEROS.
       77 WS-BANCO-PLC          PIC 9(06) VALUE ZEROS.
       77 WS-VL-PAGO            PIC 9(09)V99 VALUE ZEROS.
      *-----DESC-CHE separado pelos abatimentos de ABATIT.DAT-----------*
       77 WS-TEM-ADIANT         PIC X VALUE "N".
       88 TEM-ADIANT-88         VALUE "S".
       77 WS-TEM-ABATIT         PIC X VALUE "N".
       88 TEM-ABATIT-88         VALUE "S".
       77 WS-ABT-ADIANT         PIC 9(09)V99 VALUE ZEROS.
       77 WS-ABT-DEVOL          PIC 9(09)V99 VALUE ZEROS.
       77 WS-ABT-ACORDO         PIC 9(09)V99 VALUE ZEROS.
       77 WS-ABT-DESC           PIC S9(09)V99 VALUE ZEROS.
       01 WS-MEMO-CONTR-BUF.
           03 WS-MCB-TXT        PIC X(06).
           03 WS-MCB-NUM        PIC 9(04).
           03 FILLER            PIC X(01).
           03 WS-MCB-SEQ        PIC 9(03).
           03 FILLER            PIC X(16).

      *-----datas DDMMAAAA gravadas nos arquivos-------------------------*
       01 WS-DMA-BUF            PIC 9(08).
       01 WS-DMA-BUF-R REDEFINES WS-DMA-BUF.
           03 WS-DMA-DIA        PIC 99.
           03 WS-DMA-MES        PIC 99.
           03 WS-DMA-ANO        PIC 9(04).
      *-----data AAAAMMDD da APLIC.DAT----------------------------------*
       01 WS-AMD-BUF            PIC 9(08).
       01 WS-AMD-BUF-R REDEFINES WS-AMD-BUF.
           03 WS-AMD-ANO        PIC 9(04).
           03 WS-AMD-MES        PIC 99.
           03 WS-AMD-DIA        PIC 99.

      *-----historicos montados-----------------------------------------*
       01 WS-HIST-CLI.
           03 FILLER            PIC X(08) VALUE "CLIENTE ".
           03 WS-HC-COD         PIC 9(04).
           03 FILLER            PIC X(08) VALUE SPACES.
       01 WS-HIST-CART.
           03 FILLER            PIC X(07) VALUE "CARTAO ".
           03 WS-HK-DIA         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-HK-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-HK-ANO         PIC 9(04).
           03 FILLER            PIC X(01) VALUE "-".
           03 WS-HK-PARC        PIC 99.

      *-----depreciacao do mes (mesmo calculo que o BANCO83 mostra)----*
       77 WS-DEP-TOTAL          PIC 9(11)V99 VALUE ZEROS.
       77 WS-DEP-PARC           PIC 9(11)V99 VALUE ZEROS.
       77 WS-MESES-USO          PIC S9(05) VALUE ZEROS.
       01 WS-BAIXA-BUF          PIC 9(08).
       01 WS-BAIXA-BUF-R REDEFINES WS-BAIXA-BUF.
           03 WS-BX-DIA         PIC 99.
           03 WS-BX-MES         PIC 99.
           03 WS-BX-ANO         PIC 9(04).

      *-----balancete: plano inteiro em memoria; posicao 1 = lancamento*
      *-----sem conta ou com conta fora do plano------------------------*
       01 WS-TAB-PLC.
           02 WS-TP OCCURS 500 TIMES.
               03 WS-TP-COD     PIC 9(06).
               03 WS-TP-NOME    PIC X(25).
               03 WS-TP-ANT     PIC S9(11)V99.
               03 WS-TP-DEB     PIC 9(11)V99.
               03 WS-TP-CRED    PIC 9(11)V99.
       77 WS-QTDE-PLC           PIC 9(04) VALUE ZEROS.
       77 WS-PX                 PIC 9(04) VALUE ZEROS.
       77 WS-PX-ACH             PIC 9(04) VALUE ZEROS.
       77 WS-BUSCA-COD          PIC 9(06) VALUE ZEROS.
       77 WS-SALDO-ATU          PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-DEB            PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-CRED           PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTDE-MES           PIC 9(05) VALUE ZEROS.

       01 LINHA-TRACO.
           02 F PIC X(76) VALUE ALL "-".
       01 LINHA-BAL-TIT.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(26) VALUE "Balancete de Verificacao -".
           02 F PIC X(01) VALUE SPACES.
           02 BAL-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 BAL-ANO          PIC 9(04).
           02 F PIC X(11) VALUE "  Empresa  ".
           02 BAL-EMPRESA      PIC 99.
       01 LINHA-BAL-CAB.
           02 F PIC X(23) VALUE "Conta  Nome".
           02 F PIC X(27) VALUE "  Saldo Anter.      Debitos".
           02 F PIC X(26) VALUE "     Creditos  Saldo Atual".
       01 LINHA-BAL-DET.
           02 BAL-COD          PIC 9(06).
           02 F PIC X(01) VALUE SPACES.
           02 BAL-NOME         PIC X(15).
           02 F PIC X(01) VALUE SPACES.
           02 BAL-ANT          PIC ZZZZZZZZ9,99.
           02 BAL-ANT-DC       PIC X(01).
           02 F PIC X(01) VALUE SPACES.
           02 BAL-DEB          PIC ZZZZZZZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 BAL-CRED         PIC ZZZZZZZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 BAL-ATU          PIC ZZZZZZZZ9,99.
           02 BAL-ATU-DC       PIC X(01).
       01 LINHA-BAL-TOT.
           02 F PIC X(23) VALUE "TOTAIS DO MES".
           02 F PIC X(14) VALUE SPACES.
           02 BAL-TOT-DEB      PIC ZZZZZZZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 BAL-TOT-CRED     PIC ZZZZZZZZ9,99.
           02 F PIC X(02) VALUE SPACES.
           02 BAL-CONFERE      PIC X(12).

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO22" BLINK.
           02 LINE 02 COLUMN 18 VALUE
               " Contabilidade - Partidas Dobradas "
               BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Plano de Contas".
           02 LINE 06 COLUMN 04 VALUE "<2> Listar Plano de Contas".
           02 LINE 07 COLUMN 04 VALUE "<3> De-para Contabil".
           02 LINE 08 COLUMN 04 VALUE "<4> Listar De-para".
           02 LINE 09 COLUMN 04 VALUE "<5> Gerar Lancamentos do Mes".
           02 LINE 10 COLUMN 04 VALUE "<6> Balancete de Verificacao".
           02 LINE 11 COLUMN 04 VALUE "<0> Sair".
           02 LINE 13 COLUMN 04 VALUE "Opcao..............=".

       01 TELA-PLC.
           02 LINE 05 COLUMN 04 VALUE "Conta contabil.....=".
           02 LINE 06 COLUMN 04 VALUE "Nome...............=".
           02 LINE 07 COLUMN 04 VALUE "Grupo (A/P/L/R/D)..=".
           02 LINE 08 COLUMN 04 VALUE "Situacao (A/I).....=".
           02 LINE 09 COLUMN 04 VALUE "Saldo implantacao..=".
           02 LINE 09 COLUMN 42 VALUE "D/C".
           02 LINE 12 COLUMN 04 VALUE
               "Grupos: A=Ativo P=Passivo L=Patrim.Liquido".
           02 LINE 13 COLUMN 12 VALUE "R=Receita D=Despesa".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".

       01 TELA-MAP.
           02 LINE 05 COLUMN 04 VALUE "Tipo (N/C/E).......=".
           02 LINE 05 COLUMN 30 VALUE
               "N=natureza C=conta CTA E=evento".
           02 LINE 06 COLUMN 04 VALUE "Codigo.............=".
           02 LINE 08 COLUMN 04 VALUE "Conta a debito.....=".
           02 LINE 09 COLUMN 04 VALUE "Conta a credito....=".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O PLCONTA.
           IF FS-PLC = "30" OR FS-PLC = "35"
               CLOSE PLCONTA
               OPEN OUTPUT PLCONTA
               CLOSE PLCONTA
               OPEN I-O PLCONTA.
           OPEN I-O CTBMAP.
           IF FS-MAP = "30" OR FS-MAP = "35"
               CLOSE CTBMAP
               OPEN OUTPUT CTBMAP
               CLOSE CTBMAP
               OPEN I-O CTBMAP.
           OPEN I-O LANCTB.
           IF FS-LCT = "30" OR FS-LCT = "35"
               CLOSE LANCTB
               OPEN OUTPUT LANCTB
               CLOSE LANCTB
               OPEN I-O LANCTB.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (13 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-PLANO THRU P-PLANO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-LISTA-PLANO THRU P-LISTA-PLANO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-DEPARA THRU P-DEPARA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "4"
               PERFORM P-LISTA-DEPARA THRU P-LISTA-DEPARA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "5"
               PERFORM P-GERA THRU P-GERA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "6"
               PERFORM P-BALANCETE THRU P-BALANCETE-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
      * Plano de contas: codigo existente = alteracao, novo =
      * inclusao. Saldo de implantacao digitado sem sinal + D/C.
       P-PLANO.
           DISPLAY (01 01) ERASE.
           DISPLAY TELA-PLC.
           MOVE ZEROS TO PLC-COD.
           ACCEPT (05 25) PLC-COD WITH PROMPT AUTO-SKIP.
           IF PLC-COD = ZEROS
               GO TO P-PLANO-FIM.
           MOVE "S" TO WS-EXISTE.
           READ PLCONTA
               INVALID KEY
                   MOVE "N" TO WS-EXISTE.
           IF WS-EXISTE = "N"
               MOVE SPACES TO PLC-NOME
               MOVE "A" TO PLC-GRUPO
               MOVE "A" TO PLC-SITUACAO
               MOVE ZEROS TO PLC-SALDO-INI
               MOVE SPACES TO WS-CADH-ANTES
               DISPLAY (05 33) "(nova)"
           ELSE
               MOVE REG-PLCONTA TO WS-CADH-ANTES.
           IF PLC-SALDO-INI < ZEROS
               COMPUTE WS-SALDO-V = 0 - PLC-SALDO-INI
               MOVE "C" TO WS-SALDO-DC
           ELSE
               MOVE PLC-SALDO-INI TO WS-SALDO-V
               MOVE "D" TO WS-SALDO-DC.
           DISPLAY (06 25) PLC-NOME.
           DISPLAY (07 25) PLC-GRUPO.
           DISPLAY (08 25) PLC-SITUACAO.
           ACCEPT (06 25) PLC-NOME WITH PROMPT UPDATE.
           IF PLC-NOME = SPACES
               GO TO P-PLANO-FIM.
       P-PLANO-GRUPO.
           ACCEPT (07 25) PLC-GRUPO WITH PROMPT UPDATE AUTO-SKIP.
           IF NOT PLC-GRUPO-OK
               DISPLAY (22 14) "!! GRUPO INVALIDO !!"
               GO TO P-PLANO-GRUPO.
           DISPLAY (22 14) WS-LIMPA.
       P-PLANO-SIT.
           ACCEPT (08 25) PLC-SITUACAO WITH PROMPT UPDATE AUTO-SKIP.
           IF NOT PLC-ATIVA AND NOT PLC-INATIVA
               GO TO P-PLANO-SIT.
           ACCEPT (09 25) WS-SALDO-V WITH PROMPT UPDATE AUTO-SKIP.
       P-PLANO-DC.
           ACCEPT (09 46) WS-SALDO-DC WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-SALDO-DC NOT = "D" AND WS-SALDO-DC NOT = "C"
               GO TO P-PLANO-DC.
           IF WS-SALDO-DC = "C"
               COMPUTE PLC-SALDO-INI = 0 - WS-SALDO-V
           ELSE
               MOVE WS-SALDO-V TO PLC-SALDO-INI.
           DISPLAY (11 04) "Confirma < S/N >? ".
           ACCEPT (11 23) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-PLANO-FIM.
           IF WS-EXISTE NOT = "N"
               MOVE "R" TO CADH-OPERACAO
               REWRITE REG-PLCONTA
               GO TO P-PLANO-HIST.
           MOVE "I" TO CADH-OPERACAO.
           WRITE REG-PLCONTA INVALID KEY
               DISPLAY (22 14) "!! CONTA JA EXISTENTE !!"
               ACCEPT WS-P
               GO TO P-PLANO-FIM.
       P-PLANO-HIST.
           MOVE "PLCONTA" TO CADH-ARQUIVO.
           MOVE PLC-COD TO CADH-CHAVE.
           MOVE REG-PLCONTA TO WS-CADH-DEPOIS.
           PERFORM P-GRAVA-CADHIST.
       P-PLANO-FIM.

       P-LISTA-PLANO.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 02) "Conta  Nome                      G S"
               "       Saldo implant.".
           MOVE 3 TO LIN.
           MOVE ZEROS TO PLC-COD.
           START PLCONTA KEY IS NOT LESS THAN PLC-COD
               INVALID KEY
                   GO TO P-LISTA-PLANO-FIM.
       P-LISTA-PLANO-LER.
           READ PLCONTA NEXT RECORD
               AT END
                   GO TO P-LISTA-PLANO-FIM.
           IF PLC-SALDO-INI < ZEROS
               COMPUTE WS-SALDO-V = 0 - PLC-SALDO-INI
               MOVE "C" TO WS-SALDO-DC
           ELSE
               MOVE PLC-SALDO-INI TO WS-SALDO-V
               MOVE "D" TO WS-SALDO-DC.
           MOVE WS-SALDO-V TO WS-MOSTRA-SALDO.
           DISPLAY (LIN, 02) PLC-COD.
           DISPLAY (LIN, 09) PLC-NOME.
           DISPLAY (LIN, 35) PLC-GRUPO.
           DISPLAY (LIN, 37) PLC-SITUACAO.
           DISPLAY (LIN, 39) WS-MOSTRA-SALDO.
           DISPLAY (LIN, 57) WS-SALDO-DC.
           ADD 1 TO LIN.
           IF LIN > 20 PERFORM P-PARA.
           GO TO P-LISTA-PLANO-LER.
       P-LISTA-PLANO-FIM.
           DISPLAY (23 04) "Tecle < ENTER >".
           ACCEPT WS-P.

      *-----------------------------------------*
      * De-para: natureza (debito = despesa, credito = a pagar),
      * conta de CTA.DAT (uma conta so, no debito) ou evento fixo.
       P-DEPARA.
           DISPLAY (01 01) ERASE.
           DISPLAY TELA-MAP.
           MOVE SPACES TO MAP-TIPO.
           ACCEPT (05 25) MAP-TIPO WITH PROMPT AUTO-SKIP.
           IF MAP-TIPO = "n" MOVE "N" TO MAP-TIPO.
           IF MAP-TIPO = "c" MOVE "C" TO MAP-TIPO.
           IF MAP-TIPO = "e" MOVE "E" TO MAP-TIPO.
           IF NOT MAP-NATUREZA AND NOT MAP-CONTA AND NOT MAP-EVENTO
               GO TO P-DEPARA-FIM.
           IF MAP-EVENTO
               PERFORM P-MOSTRA-EVENTOS.
           MOVE ZEROS TO MAP-COD.
           ACCEPT (06 25) MAP-COD WITH PROMPT AUTO-SKIP.
           IF MAP-COD = ZEROS
               GO TO P-DEPARA-FIM.
           PERFORM P-DEPARA-ORIGEM THRU P-DEPARA-ORIGEM-FIM.
           IF WS-PLC-OK = "N"
               ACCEPT WS-P
               GO TO P-DEPARA-FIM.
           MOVE "S" TO WS-EXISTE.
           READ CTBMAP
               INVALID KEY
                   MOVE "N" TO WS-EXISTE.
           IF WS-EXISTE = "N"
               MOVE ZEROS TO MAP-DEBITO
               MOVE ZEROS TO MAP-CREDITO
               MOVE SPACES TO WS-CADH-ANTES
           ELSE
               MOVE REG-CTBMAP TO WS-CADH-ANTES.
       P-DEPARA-DEB.
           ACCEPT (08 25) MAP-DEBITO WITH PROMPT UPDATE AUTO-SKIP.
           MOVE MAP-DEBITO TO WS-PLC-BUSCA.
           PERFORM P-VALIDA-PLC.
           DISPLAY (08 33) WS-PLC-NOME-ACH.
           IF WS-PLC-OK = "N"
               GO TO P-DEPARA-DEB.
           IF MAP-CONTA
               MOVE MAP-DEBITO TO MAP-CREDITO
               DISPLAY (09 25) MAP-CREDITO
               GO TO P-DEPARA-GRAVA.
       P-DEPARA-CRED.
           ACCEPT (09 25) MAP-CREDITO WITH PROMPT UPDATE AUTO-SKIP.
           MOVE MAP-CREDITO TO WS-PLC-BUSCA.
           PERFORM P-VALIDA-PLC.
           DISPLAY (09 33) WS-PLC-NOME-ACH.
           IF WS-PLC-OK = "N"
               GO TO P-DEPARA-CRED.
       P-DEPARA-GRAVA.
           DISPLAY (11 04) "Confirma < S/N >? ".
           ACCEPT (11 23) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-DEPARA-FIM.
           IF WS-EXISTE NOT = "N"
               MOVE "R" TO CADH-OPERACAO
               REWRITE REG-CTBMAP
               GO TO P-DEPARA-HIST.
           MOVE "I" TO CADH-OPERACAO.
           WRITE REG-CTBMAP INVALID KEY
               DISPLAY (22 14) "!! DE-PARA JA EXISTENTE !!"
               ACCEPT WS-P
               GO TO P-DEPARA-FIM.
       P-DEPARA-HIST.
           MOVE "CTBMAP" TO CADH-ARQUIVO.
           MOVE MAP-CHAVE TO CADH-CHAVE.
           MOVE REG-CTBMAP TO WS-CADH-DEPOIS.
           PERFORM P-GRAVA-CADHIST.
       P-DEPARA-FIM.

      *-----o que esta sendo mapeado tem de existir---------------------*
       P-DEPARA-ORIGEM.
           MOVE "S" TO WS-PLC-OK.
           IF MAP-NATUREZA
               MOVE MAP-COD TO NAT-COD
               OPEN INPUT NATUREZA
               READ NATUREZA
                   INVALID KEY
                       MOVE "N" TO WS-PLC-OK
                       MOVE "!! NATUREZA NAO CADASTRADA !!"
                           TO NAT-NOME
               END-READ
               CLOSE NATUREZA
               DISPLAY (06 33) NAT-NOME
               GO TO P-DEPARA-ORIGEM-FIM.
           IF MAP-CONTA
               MOVE MAP-COD TO CTA-COD
               OPEN INPUT CTA
               READ CTA
                   INVALID KEY
                       MOVE "N" TO WS-PLC-OK
                       DISPLAY (22 14) "!! CONTA NAO CADASTRADA !!"
               END-READ
               CLOSE CTA
               IF WS-PLC-OK = "S"
                   DISPLAY (06 33) CTA-NOME
               END-IF
               GO TO P-DEPARA-ORIGEM-FIM.
           IF MAP-COD > WS-QTDE-EVT
               MOVE "N" TO WS-PLC-OK
               DISPLAY (22 14) "!! EVENTO INEXISTENTE !!"
               GO TO P-DEPARA-ORIGEM-FIM.
           DISPLAY (06 33) WS-EVT-DESC (MAP-COD).
       P-DEPARA-ORIGEM-FIM.

      *-----lista dos eventos fixos na parte de baixo da tela-----------*
       P-MOSTRA-EVENTOS.
           MOVE 1 TO WS-CX.
           MOVE 12 TO LIN.
       P-MOSTRA-EVENTOS-LOOP.
           IF WS-CX > 12
               EXIT PARAGRAPH.
           DISPLAY (LIN, 01) WS-CX " " WS-EVT-DESC (WS-CX).
           ADD 12 TO WS-CX.
           IF WS-CX NOT > WS-QTDE-EVT
               DISPLAY (LIN, 40) WS-CX " " WS-EVT-DESC (WS-CX).
           SUBTRACT 11 FROM WS-CX.
           ADD 1 TO LIN.
           GO TO P-MOSTRA-EVENTOS-LOOP.

      *-----conta do plano digitada: zero = sem conta (vale), senao----*
      *-----tem de existir e estar ativa--------------------------------*
       P-VALIDA-PLC.
           MOVE "S" TO WS-PLC-OK.
           MOVE SPACES TO WS-PLC-NOME-ACH.
           IF WS-PLC-BUSCA = ZEROS
               MOVE "(sem conta)" TO WS-PLC-NOME-ACH
               EXIT PARAGRAPH.
           MOVE WS-PLC-BUSCA TO PLC-COD.
           READ PLCONTA
               INVALID KEY
                   MOVE "N" TO WS-PLC-OK
                   MOVE "!! NAO CADASTRADA !!" TO WS-PLC-NOME-ACH
                   EXIT PARAGRAPH.
           IF PLC-INATIVA
               MOVE "N" TO WS-PLC-OK
               MOVE "!! CONTA INATIVA !!" TO WS-PLC-NOME-ACH
               EXIT PARAGRAPH.
           MOVE PLC-NOME TO WS-PLC-NOME-ACH.

       P-LISTA-DEPARA.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 02) "T Cod  Debito Credito  Descricao".
           MOVE 3 TO LIN.
           MOVE LOW-VALUES TO MAP-CHAVE.
           START CTBMAP KEY IS NOT LESS THAN MAP-CHAVE
               INVALID KEY
                   GO TO P-LISTA-DEPARA-FIM.
       P-LISTA-DEPARA-LER.
           READ CTBMAP NEXT RECORD
               AT END
                   GO TO P-LISTA-DEPARA-FIM.
           DISPLAY (LIN, 02) MAP-TIPO.
           DISPLAY (LIN, 04) MAP-COD.
           DISPLAY (LIN, 08) MAP-DEBITO.
           IF NOT MAP-CONTA
               DISPLAY (LIN, 15) MAP-CREDITO.
           IF MAP-EVENTO AND MAP-COD NOT > WS-QTDE-EVT
               DISPLAY (LIN, 24) WS-EVT-DESC (MAP-COD).
           ADD 1 TO LIN.
           IF LIN > 20 PERFORM P-PARA.
           GO TO P-LISTA-DEPARA-LER.
       P-LISTA-DEPARA-FIM.
           DISPLAY (23 04) "Tecle < ENTER >".
           ACCEPT WS-P.

      *-----------------------------------------*
      * Geracao do mes: apaga o que havia do mes/empresa e monta
      * todas as partidas de novo a partir do movimento.
       P-GERA.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Gerar lancamentos contabeis do mes".
           MOVE MES TO WS-MES-REF.
           MOVE ANO TO WS-ANO-REF.
           DISPLAY (05 04) "Mes/Ano............=   /    ".
           ACCEPT (05 25) WS-MES-REF WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-MES-REF = ZEROS OR WS-MES-REF > 12
               GO TO P-GERA-FIM.
           ACCEPT (05 28) WS-ANO-REF WITH PROMPT UPDATE AUTO-SKIP.
           COMPUTE WS-AM = WS-ANO-REF * 100 + WS-MES-REF.
           PERFORM P-CONTA-MES THRU P-CONTA-MES-FIM.
           MOVE WS-QTDE-MES TO WS-QTDE-EXIST.
      *     mes ja entregue ao contador (BANCO65) nao muda mais
           PERFORM P-LE-TRAVA.
           IF WS-TRAVA-AM NOT = ZEROS AND WS-AM NOT > WS-TRAVA-AM
               AND WS-QTDE-EXIST > ZEROS
               DISPLAY (22 04) "!! MES FECHADO P/ O CONTADOR "
                   "(TRAVA - BANCO65) !!"
               ACCEPT WS-P
               GO TO P-GERA-FIM.
           IF WS-QTDE-EXIST > ZEROS
               MOVE WS-QTDE-EXIST TO WS-MOSTRA-QTDE
               DISPLAY (07 04) "Mes ja gerado com " WS-MOSTRA-QTDE
                   " lancamento(s) - sera refeito.".
           DISPLAY (09 04) "Confirma a geracao < S/N >? ".
           ACCEPT (09 33) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-GERA-FIM.
           DISPLAY (11 04) "Gerando...".
           PERFORM P-APAGA-MES THRU P-APAGA-MES-FIM.
           PERFORM P-CARGA-MAPA THRU P-CARGA-MAPA-FIM.
           PERFORM P-CARGA-CTA THRU P-CARGA-CTA-FIM.
           MOVE ZEROS TO WS-SEQ.
           MOVE ZEROS TO WS-QTDE-LANCTOS.
           MOVE ZEROS TO WS-QTDE-TRANSIT.
           MOVE ZEROS TO WS-TOTAL-LANC.
           PERFORM P-GERA-PAGAR THRU P-GERA-PAGAR-FIM.
           PERFORM P-GERA-DEVOL THRU P-GERA-DEVOL-FIM.
           PERFORM P-GERA-RECEBER THRU P-GERA-RECEBER-FIM.
           PERFORM P-GERA-CARTAO THRU P-GERA-CARTAO-FIM.
           PERFORM P-GERA-CAIXA THRU P-GERA-CAIXA-FIM.
           PERFORM P-GERA-DEPREC THRU P-GERA-DEPREC-FIM.
           PERFORM P-GERA-TRANSF THRU P-GERA-TRANSF-FIM.
           PERFORM P-GERA-APLIC THRU P-GERA-APLIC-FIM.
           MOVE WS-QTDE-LANCTOS TO WS-MOSTRA-QTDE.
           DISPLAY (13 04) WS-MOSTRA-QTDE " partida(s) gravada(s)".
           MOVE WS-TOTAL-LANC TO WS-MOSTRA-VALOR.
           DISPLAY (14 04) "Total movimentado R$ " WS-MOSTRA-VALOR.
           IF WS-QTDE-TRANSIT > ZEROS
               MOVE WS-QTDE-TRANSIT TO WS-MOSTRA-QTDE
               DISPLAY (16 04) WS-MOSTRA-QTDE
                   " partida(s) sem de-para na conta transitoria"
                   " (evento 20)".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-GERA-FIM.

      *-----quantos lancamentos a empresa ja tem no mes WS-AM-----------*
       P-CONTA-MES.
           MOVE ZEROS TO WS-QTDE-MES.
           MOVE WS-EMPRESA-ATUAL TO LCT-EMPRESA.
           MOVE WS-AM TO LCT-AM.
           MOVE ZEROS TO LCT-SEQ.
           START LANCTB KEY IS NOT LESS THAN LCT-CHAVE
               INVALID KEY
                   GO TO P-CONTA-MES-FIM.
       P-CONTA-MES-LER.
           READ LANCTB NEXT RECORD
               AT END
                   GO TO P-CONTA-MES-FIM.
           IF LCT-EMPRESA NOT = WS-EMPRESA-ATUAL OR LCT-AM NOT = WS-AM
               GO TO P-CONTA-MES-FIM.
           ADD 1 TO WS-QTDE-MES.
           GO TO P-CONTA-MES-LER.
       P-CONTA-MES-FIM.

       P-APAGA-MES.
           MOVE WS-EMPRESA-ATUAL TO LCT-EMPRESA.
           MOVE WS-AM TO LCT-AM.
           MOVE ZEROS TO LCT-SEQ.
           START LANCTB KEY IS NOT LESS THAN LCT-CHAVE
               INVALID KEY
                   GO TO P-APAGA-MES-FIM.
       P-APAGA-MES-LER.
           READ LANCTB NEXT RECORD
               AT END
                   GO TO P-APAGA-MES-FIM.
           IF LCT-EMPRESA NOT = WS-EMPRESA-ATUAL OR LCT-AM NOT = WS-AM
               GO TO P-APAGA-MES-FIM.
           DELETE LANCTB RECORD.
           GO TO P-APAGA-MES-LER.
       P-APAGA-MES-FIM.

      *-----de-para inteiro em memoria (natureza, conta, evento)--------*
       P-CARGA-MAPA.
           MOVE ZEROS TO WS-TAB-MAPA.
           MOVE LOW-VALUES TO MAP-CHAVE.
           START CTBMAP KEY IS NOT LESS THAN MAP-CHAVE
               INVALID KEY
                   GO TO P-CARGA-MAPA-FIM.
       P-CARGA-MAPA-LER.
           READ CTBMAP NEXT RECORD
               AT END
                   GO TO P-CARGA-MAPA-FIM.
           IF MAP-COD = ZEROS
               GO TO P-CARGA-MAPA-LER.
           IF MAP-NATUREZA
               MOVE MAP-DEBITO TO WS-MAP-N-DEB (MAP-COD)
               MOVE MAP-CREDITO TO WS-MAP-N-CRED (MAP-COD).
           IF MAP-CONTA
               MOVE MAP-DEBITO TO WS-MAP-C-PLC (MAP-COD).
           IF MAP-EVENTO AND MAP-COD NOT > WS-QTDE-EVT
               MOVE MAP-DEBITO TO WS-EVT-DEB (MAP-COD)
               MOVE MAP-CREDITO TO WS-EVT-CRED (MAP-COD).
           GO TO P-CARGA-MAPA-LER.
       P-CARGA-MAPA-FIM.

       P-CARGA-CTA.
           MOVE SPACES TO WS-TAB-CTA.
           OPEN INPUT CTA.
           IF FS-CTA NOT = "00"
               CLOSE CTA
               GO TO P-CARGA-CTA-FIM.
           MOVE ZEROS TO CTA-COD.
           START CTA KEY IS NOT LESS THAN CTA-COD
               INVALID KEY
                   CLOSE CTA
                   GO TO P-CARGA-CTA-FIM.
       P-CARGA-CTA-LER.
           READ CTA NEXT RECORD
               AT END
                   CLOSE CTA
                   GO TO P-CARGA-CTA-FIM.
           IF CTA-COD NOT = ZEROS
               MOVE CTA-NOME TO WS-TAB-CTA-NOME (CTA-COD).
           GO TO P-CARGA-CTA-LER.
       P-CARGA-CTA-FIM.

      *-----codigo da conta (CTA.DAT) pelo nome gravado no documento---*
      *-----(CONTA-CHE); 0 = conta nao cadastrada-----------------------*
       P-ACHA-CTA.
           MOVE ZEROS TO WS-CTA-ACHADA.
           IF CONTA-CHE = SPACES
               EXIT PARAGRAPH.
           MOVE 1 TO WS-CX.
       P-ACHA-CTA-LOOP.
           IF WS-TAB-CTA-NOME (WS-CX) = CONTA-CHE
               MOVE WS-CX TO WS-CTA-ACHADA
               EXIT PARAGRAPH.
           IF WS-CX = 99
               EXIT PARAGRAPH.
           ADD 1 TO WS-CX.
           GO TO P-ACHA-CTA-LOOP.

      *-----------------------------------------------------------*
      * Grava UMA partida. Conta zerada (sem de-para) vai p/ a     *
      * transitoria do evento 20; valor negativo (ajuste de caixa, *
      * pagamento a maior) inverte debito e credito.               *
      *-----------------------------------------------------------*
       P-GRAVA-LCT.
           IF WS-L-VALOR = ZEROS
               EXIT PARAGRAPH.
           IF WS-L-DEB = ZEROS OR WS-L-CRED = ZEROS
               ADD 1 TO WS-QTDE-TRANSIT.
           IF WS-L-DEB = ZEROS
               MOVE WS-EVT-DEB (20) TO WS-L-DEB.
           IF WS-L-CRED = ZEROS
               MOVE WS-EVT-CRED (20) TO WS-L-CRED.
           IF WS-L-VALOR < ZEROS
               MOVE WS-L-DEB TO WS-L-TROCA
               MOVE WS-L-CRED TO WS-L-DEB
               MOVE WS-L-TROCA TO WS-L-CRED
               COMPUTE WS-L-VALOR = 0 - WS-L-VALOR.
           ADD 1 TO WS-SEQ.
           MOVE WS-EMPRESA-ATUAL TO LCT-EMPRESA.
           MOVE WS-AM TO LCT-AM.
           MOVE WS-SEQ TO LCT-SEQ.
           MOVE WS-L-DATA TO LCT-DATA.
           MOVE WS-L-DEB TO LCT-DEBITO.
           MOVE WS-L-CRED TO LCT-CREDITO.
           MOVE WS-L-VALOR TO LCT-VALOR.
           MOVE WS-L-ORIGEM TO LCT-ORIGEM.
           MOVE WS-L-DOC TO LCT-DOC.
           MOVE WS-L-CTA TO LCT-CTA.
           MOVE WS-L-DEPTO TO LCT-DEPTO.
           MOVE WS-L-HIST TO LCT-HIST.
           MOVE WS-OPER-ATUAL TO LCT-OPER-COD.
           WRITE REG-LANCTB INVALID KEY
               DISPLAY (22 04) "ERRO DE GRAVACAO - FS = " FS-LCT
               ACCEPT WS-P
               EXIT PARAGRAPH.
           ADD 1 TO WS-QTDE-LANCTOS.
           ADD WS-L-VALOR TO WS-TOTAL-LANC.

      *-----------------------------------------------------------*
      * Contas a pagar (BCO da empresa): provisao no mes da        *
      * competencia (sem competencia, no mes do vencimento) e      *
      * baixa no mes da DATA-CONF.                                 *
      *-----------------------------------------------------------*
       P-GERA-PAGAR.
           MOVE "N" TO WS-TEM-ADIANT.
           MOVE "N" TO WS-TEM-ABATIT.
           OPEN INPUT ADIANT.
           IF FS-ADIANT = "00"
               MOVE "S" TO WS-TEM-ADIANT
           ELSE
               CLOSE ADIANT.
           OPEN INPUT ABATIT.
           IF FS-ABT = "00"
               MOVE "S" TO WS-TEM-ABATIT
           ELSE
               CLOSE ABATIT.
           OPEN INPUT BANCO.
           IF FS NOT = "00"
               CLOSE BANCO
               GO TO P-GERA-PAGAR-FIM.
       P-GERA-PAGAR-LER.
           READ BANCO NEXT RECORD
               AT END
                   CLOSE BANCO
                   GO TO P-GERA-PAGAR-FIM.
           IF CHE-CANCELADO OR CHE-ESTORNO
               GO TO P-GERA-PAGAR-LER.
      *     OBS-CHE e X(15) com o departamento nas 2 primeiras
      *     posicoes - passa pelo intermediario numerico
           MOVE OBS-CHE (1:2) TO WS-DEPTO-DOC.
           PERFORM P-ACHA-CTA.
           MOVE "P" TO WS-L-ORIGEM.
           MOVE NUM-CHE TO WS-L-DOC.
           MOVE WS-CTA-ACHADA TO WS-L-CTA.
           MOVE WS-DEPTO-DOC TO WS-L-DEPTO.
           MOVE DESCRI-CHE TO WS-L-HIST.
           PERFORM P-CONTA-FORN.
           IF COMPET-CHE NOT = ZEROS
               MOVE COMPET-CHE TO WS-DOC-AM
           ELSE
               COMPUTE WS-DOC-AM = ANO-CHE * 100 + MES-CHE.
           IF WS-DOC-AM = WS-AM
               PERFORM P-PAGAR-PROVISAO THRU P-PAGAR-PROVISAO-FIM.
           IF DATA-CONF = ZEROS
               GO TO P-GERA-PAGAR-LER.
           MOVE DATA-CONF TO WS-DMA-BUF.
           COMPUTE WS-TESTA-AM = WS-DMA-ANO * 100 + WS-DMA-MES.
           IF WS-TESTA-AM = WS-AM
               PERFORM P-PAGAR-BAIXA.
           GO TO P-GERA-PAGAR-LER.
       P-GERA-PAGAR-FIM.
           IF TEM-ADIANT-88
               CLOSE ADIANT.
           IF TEM-ABATIT-88
               CLOSE ABATIT.

      *-----despesa e conta a pagar do documento: pela natureza, ou----*
      *-----pelo evento 12 (documento sem natureza)---------------------*
       P-CONTA-FORN.
           MOVE WS-EVT-DEB (12) TO WS-DESP-PLC.
           MOVE WS-EVT-CRED (12) TO WS-FORN-PLC.
           IF NATUREZA-CHE = ZEROS
               EXIT PARAGRAPH.
           IF WS-MAP-N-DEB (NATUREZA-CHE) NOT = ZEROS
               MOVE WS-MAP-N-DEB (NATUREZA-CHE) TO WS-DESP-PLC.
           IF WS-MAP-N-CRED (NATUREZA-CHE) NOT = ZEROS
               MOVE WS-MAP-N-CRED (NATUREZA-CHE) TO WS-FORN-PLC.
      *     titulo de adiantamento a fornecedor (ADIANT.DAT) nao e
      *     despesa: vai p/ o ativo do evento 21, que a baixa do
      *     titulo seguinte (abatimento "A") consome
           IF NOT TEM-ADIANT-88
               EXIT PARAGRAPH.
           MOVE WS-EMPRESA-ATUAL TO ADT-EMPRESA.
           MOVE NUM-CHE TO ADT-NUM-CHE.
           READ ADIANT
               INVALID KEY
                   EXIT PARAGRAPH.
           IF ADT-DE-ADIANT
               MOVE WS-EVT-DEB (21) TO WS-DESP-PLC.

      *-----provisao: despesa bruta x fornecedor + retencoes; parcela---*
      *-----de contrato (BANCO82) = amortizacao + juros-----------------*
       P-PAGAR-PROVISAO.
           COMPUTE WS-TESTA-AM = ANO-CHE * 100 + MES-CHE.
           IF WS-TESTA-AM = WS-AM
               COMPUTE WS-L-DATA =
                   DIA-CHE * 1000000 + MES-CHE * 10000 + ANO-CHE
           ELSE
               COMPUTE WS-L-DATA =
                   1000000 + WS-MES-REF * 10000 + WS-ANO-REF.
           MOVE MEMO-CHE TO WS-MEMO-CONTR-BUF.
           IF WS-MCB-TXT NOT = "CONTR " OR WS-MCB-NUM NOT NUMERIC
               OR WS-MCB-SEQ NOT NUMERIC
               GO TO P-PAGAR-PROVISAO-DESP.
           OPEN INPUT PARCELA.
           IF FS-PAR NOT = "00"
               CLOSE PARCELA
               GO TO P-PAGAR-PROVISAO-DESP.
           MOVE WS-MCB-NUM TO PAR-CON-NUM.
           MOVE WS-MCB-SEQ TO PAR-SEQ.
           READ PARCELA
               INVALID KEY
                   CLOSE PARCELA
                   GO TO P-PAGAR-PROVISAO-DESP.
           CLOSE PARCELA.
           MOVE WS-EVT-DEB (11) TO WS-L-DEB.
           MOVE WS-FORN-PLC TO WS-L-CRED.
           MOVE PAR-AMORT TO WS-L-VALOR.
           PERFORM P-GRAVA-LCT.
           MOVE WS-EVT-DEB (10) TO WS-L-DEB.
           MOVE WS-FORN-PLC TO WS-L-CRED.
           COMPUTE WS-L-VALOR = VALOR-CHE - PAR-AMORT.
           PERFORM P-GRAVA-LCT.
           GO TO P-PAGAR-PROVISAO-FIM.
       P-PAGAR-PROVISAO-DESP.
           MOVE WS-DESP-PLC TO WS-L-DEB.
           MOVE WS-FORN-PLC TO WS-L-CRED.
           MOVE VALOR-CHE TO WS-L-VALOR.
           PERFORM P-GRAVA-LCT.
           MOVE WS-DESP-PLC TO WS-L-DEB.
           MOVE WS-EVT-CRED (15) TO WS-L-CRED.
           MOVE IRRF-CHE TO WS-L-VALOR.
           PERFORM P-GRAVA-LCT.
           MOVE WS-DESP-PLC TO WS-L-DEB.
           MOVE WS-EVT-CRED (16) TO WS-L-CRED.
           MOVE INSS-CHE TO WS-L-VALOR.
           PERFORM P-GRAVA-LCT.
       P-PAGAR-PROVISAO-FIM.

      *-----baixa: VALOR-PAGO + DESC-CHE = VALOR-CHE + JUROS-PAGO-CHE--*
       P-PAGAR-BAIXA.
           MOVE DATA-CONF TO WS-L-DATA.
           MOVE ZEROS TO WS-BANCO-PLC.
           IF WS-CTA-ACHADA NOT = ZEROS
               MOVE WS-MAP-C-PLC (WS-CTA-ACHADA) TO WS-BANCO-PLC.
           MOVE VALOR-PAGO TO WS-VL-PAGO.
      *     documento antigo, confirmado sem valor pago gravado
           IF VALOR-PAGO = ZEROS AND DESC-CHE = ZEROS
               MOVE VALOR-CHE TO WS-VL-PAGO.
           MOVE WS-FORN-PLC TO WS-L-DEB.
           MOVE WS-BANCO-PLC TO WS-L-CRED.
           COMPUTE WS-L-VALOR = WS-VL-PAGO - JUROS-PAGO-CHE.
           PERFORM P-GRAVA-LCT.
      *     DESC-CHE = desconto + abatimentos (ABATIT.DAT): cada
      *     abatimento na sua conta, o resto como desconto obtido
           PERFORM P-SOMA-ABATIM THRU P-SOMA-ABATIM-FIM.
           MOVE WS-FORN-PLC TO WS-L-DEB.
           MOVE WS-EVT-DEB (21) TO WS-L-CRED.
           MOVE WS-ABT-ADIANT TO WS-L-VALOR.
           PERFORM P-GRAVA-LCT.
           MOVE WS-FORN-PLC TO WS-L-DEB.
           MOVE WS-EVT-CRED (22) TO WS-L-CRED.
           MOVE WS-ABT-DEVOL TO WS-L-VALOR.
           PERFORM P-GRAVA-LCT.
           MOVE WS-FORN-PLC TO WS-L-DEB.
           MOVE WS-EVT-CRED (23) TO WS-L-CRED.
           MOVE WS-ABT-ACORDO TO WS-L-VALOR.
           PERFORM P-GRAVA-LCT.
           MOVE WS-FORN-PLC TO WS-L-DEB.
           MOVE WS-EVT-CRED (14) TO WS-L-CRED.
           MOVE WS-ABT-DESC TO WS-L-VALOR.
           PERFORM P-GRAVA-LCT.
           MOVE WS-EVT-DEB (13) TO WS-L-DEB.
           MOVE WS-BANCO-PLC TO WS-L-CRED.
           MOVE JUROS-PAGO-CHE TO WS-L-VALOR.
           PERFORM P-GRAVA-LCT.

      *-----abatimentos do titulo em ABATIT.DAT: A e D = credito do----*
      *-----fornecedor consumido, R = devolucao, C = acordo; o que-----*
      *-----sobra de DESC-CHE e desconto obtido-------------------------*
       P-SOMA-ABATIM.
           MOVE ZEROS TO WS-ABT-ADIANT.
           MOVE ZEROS TO WS-ABT-DEVOL.
           MOVE ZEROS TO WS-ABT-ACORDO.
           MOVE DESC-CHE TO WS-ABT-DESC.
           IF NOT TEM-ABATIT-88 OR DESC-CHE = ZEROS
               GO TO P-SOMA-ABATIM-FIM.
           MOVE WS-EMPRESA-ATUAL TO ABT-EMPRESA.
           MOVE NUM-CHE TO ABT-NUM-CHE.
           MOVE ZEROS TO ABT-SEQ.
           START ABATIT KEY IS NOT LESS THAN ABT-CHAVE
               INVALID KEY
                   GO TO P-SOMA-ABATIM-FIM.
       P-SOMA-ABATIM-LER.
           READ ABATIT NEXT RECORD
               AT END
                   GO TO P-SOMA-ABATIM-FIM.
           IF ABT-EMPRESA NOT = WS-EMPRESA-ATUAL
                   OR ABT-NUM-CHE NOT = NUM-CHE
               GO TO P-SOMA-ABATIM-FIM.
           IF ABT-ADIANT OR ABT-CRED-DEVOL
               ADD ABT-VALOR TO WS-ABT-ADIANT.
           IF ABT-DEVOL
               ADD ABT-VALOR TO WS-ABT-DEVOL.
           IF ABT-ACORDO
               ADD ABT-VALOR TO WS-ABT-ACORDO.
           SUBTRACT ABT-VALOR FROM WS-ABT-DESC.
           GO TO P-SOMA-ABATIM-LER.
       P-SOMA-ABATIM-FIM.

      *-----------------------------------------------------------*
      * Devolucao de compra que virou credito do fornecedor        *
      * (DEV-CREDITO, titulo ja pago - MERC15): o credito entra no *
      * ativo do evento 21 contra devolucoes (credito do evento    *
      * 22), no mes da devolucao. A parte abatida no titulo em     *
      * aberto (DEV-ABATIDO) sai na baixa do titulo.               *
      *-----------------------------------------------------------*
       P-GERA-DEVOL.
           OPEN INPUT DEVOL.
           IF FS-DEVOL NOT = "00"
               CLOSE DEVOL
               GO TO P-GERA-DEVOL-FIM.
       P-GERA-DEVOL-LER.
           READ DEVOL
               AT END
                   CLOSE DEVOL
                   GO TO P-GERA-DEVOL-FIM.
           IF DEV-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-GERA-DEVOL-LER.
           IF DEV-ANO NOT = WS-ANO-REF OR DEV-MES NOT = WS-MES-REF
               GO TO P-GERA-DEVOL-LER.
           IF DEV-CREDITO = ZEROS
               GO TO P-GERA-DEVOL-LER.
           COMPUTE WS-L-DATA =
               DEV-DIA * 1000000 + DEV-MES * 10000 + DEV-ANO.
           MOVE "P" TO WS-L-ORIGEM.
           MOVE DEV-NUM-CHE TO WS-L-DOC.
           MOVE ZEROS TO WS-L-CTA.
           MOVE ZEROS TO WS-L-DEPTO.
           MOVE "DEVOLUCAO COMPRA" TO WS-L-HIST.
           MOVE WS-EVT-DEB (21) TO WS-L-DEB.
           MOVE WS-EVT-CRED (22) TO WS-L-CRED.
           MOVE DEV-CREDITO TO WS-L-VALOR.
           PERFORM P-GRAVA-LCT.
           GO TO P-GERA-DEVOL-LER.
       P-GERA-DEVOL-FIM.

      *-----------------------------------------------------------*
      * Contas a receber: venda a prazo na inclusao, recebimento   *
      * (principal e juros) e baixa por perda.                     *
      *-----------------------------------------------------------*
       P-GERA-RECEBER.
           OPEN INPUT RECEBER.
           IF FS-REC NOT = "00"
               CLOSE RECEBER
               GO TO P-GERA-RECEBER-FIM.
           MOVE ZEROS TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   CLOSE RECEBER
                   GO TO P-GERA-RECEBER-FIM.
       P-GERA-RECEBER-LER.
           READ RECEBER NEXT RECORD
               AT END
                   CLOSE RECEBER
                   GO TO P-GERA-RECEBER-FIM.
           IF REC-CANCELADO
               GO TO P-GERA-RECEBER-LER.
           MOVE "R" TO WS-L-ORIGEM.
           MOVE REC-NUM TO WS-L-DOC.
           MOVE ZEROS TO WS-L-CTA.
           MOVE ZEROS TO WS-L-DEPTO.
           MOVE REC-CLI-COD TO WS-HC-COD.
           MOVE WS-HIST-CLI TO WS-L-HIST.
           MOVE REC-INSCR TO WS-DMA-BUF.
           COMPUTE WS-TESTA-AM = WS-DMA-ANO * 100 + WS-DMA-MES.
           IF WS-TESTA-AM = WS-AM
               MOVE REC-INSCR TO WS-L-DATA
               MOVE WS-EVT-DEB (1) TO WS-L-DEB
               MOVE WS-EVT-CRED (1) TO WS-L-CRED
               MOVE REC-VALOR TO WS-L-VALOR
               PERFORM P-GRAVA-LCT.
           MOVE REC-DATA-RECEB TO WS-DMA-BUF.
           COMPUTE WS-TESTA-AM = WS-DMA-ANO * 100 + WS-DMA-MES.
           IF REC-DATA-RECEB NOT = ZEROS AND WS-TESTA-AM = WS-AM
               MOVE REC-DATA-RECEB TO WS-L-DATA
               MOVE WS-EVT-DEB (2) TO WS-L-DEB
               MOVE WS-EVT-CRED (2) TO WS-L-CRED
               COMPUTE WS-L-VALOR = REC-VALOR-RECEB - REC-JUROS-RECEB
               PERFORM P-GRAVA-LCT
               MOVE WS-EVT-DEB (2) TO WS-L-DEB
               MOVE WS-EVT-CRED (3) TO WS-L-CRED
               MOVE REC-JUROS-RECEB TO WS-L-VALOR
               PERFORM P-GRAVA-LCT.
           IF NOT REC-EM-PERDA
               GO TO P-GERA-RECEBER-LER.
           MOVE REC-PERDA-DATA TO WS-DMA-BUF.
           COMPUTE WS-TESTA-AM = WS-DMA-ANO * 100 + WS-DMA-MES.
           IF WS-TESTA-AM = WS-AM
               MOVE REC-PERDA-DATA TO WS-L-DATA
               MOVE WS-EVT-DEB (4) TO WS-L-DEB
               MOVE WS-EVT-CRED (4) TO WS-L-CRED
               MOVE REC-VALOR TO WS-L-VALOR
               PERFORM P-GRAVA-LCT.
           GO TO P-GERA-RECEBER-LER.
       P-GERA-RECEBER-FIM.

      *-----------------------------------------------------------*
      * Cartao: venda pelo bruto, liquidacao pelo que a adquirente *
      * pagou e a diferenca como taxa. Parcela antecipada: o       *
      * dinheiro entrou pela TRANSFB (origem 00, ver P-GERA-       *
      * TRANSF); aqui so a taxa sobre o liquido esperado.          *
      *-----------------------------------------------------------*
       P-GERA-CARTAO.
           OPEN INPUT CARTAO.
           IF FS-CART NOT = "00"
               CLOSE CARTAO
               GO TO P-GERA-CARTAO-FIM.
           MOVE ZEROS TO CART-CHAVE.
           START CARTAO KEY IS NOT LESS THAN CART-CHAVE
               INVALID KEY
                   CLOSE CARTAO
                   GO TO P-GERA-CARTAO-FIM.
       P-GERA-CARTAO-LER.
           READ CARTAO NEXT RECORD
               AT END
                   CLOSE CARTAO
                   GO TO P-GERA-CARTAO-FIM.
           MOVE "T" TO WS-L-ORIGEM.
           MOVE SPACES TO WS-L-DOC.
           MOVE ZEROS TO WS-L-CTA.
           MOVE ZEROS TO WS-L-DEPTO.
           MOVE CART-VENDA-DIA TO WS-HK-DIA.
           MOVE CART-VENDA-MES TO WS-HK-MES.
           MOVE CART-VENDA-ANO TO WS-HK-ANO.
           MOVE CART-PARCELA TO WS-HK-PARC.
           MOVE WS-HIST-CART TO WS-L-HIST.
           COMPUTE WS-TESTA-AM = CART-VENDA-ANO * 100 + CART-VENDA-MES.
           IF WS-TESTA-AM = WS-AM
               COMPUTE WS-L-DATA = CART-VENDA-DIA * 1000000
                   + CART-VENDA-MES * 10000 + CART-VENDA-ANO
               MOVE WS-EVT-DEB (5) TO WS-L-DEB
               MOVE WS-EVT-CRED (5) TO WS-L-CRED
               MOVE CART-VALOR-BRUTO TO WS-L-VALOR
               PERFORM P-GRAVA-LCT.
           IF CART-DATA-PAGO = ZEROS OR CART-PENDENTE
               GO TO P-GERA-CARTAO-LER.
           MOVE CART-DATA-PAGO TO WS-DMA-BUF.
           COMPUTE WS-TESTA-AM = WS-DMA-ANO * 100 + WS-DMA-MES.
           IF WS-TESTA-AM NOT = WS-AM
               GO TO P-GERA-CARTAO-LER.
           MOVE CART-DATA-PAGO TO WS-L-DATA.
           IF CART-ANTECIPADO
               MOVE WS-EVT-DEB (7) TO WS-L-DEB
               MOVE WS-EVT-CRED (7) TO WS-L-CRED
               COMPUTE WS-L-VALOR = CART-VALOR-BRUTO - CART-VALOR-LIQ
               PERFORM P-GRAVA-LCT
               GO TO P-GERA-CARTAO-LER.
           MOVE WS-EVT-DEB (6) TO WS-L-DEB.
           MOVE WS-EVT-CRED (6) TO WS-L-CRED.
           MOVE CART-VALOR-PAGO TO WS-L-VALOR.
           PERFORM P-GRAVA-LCT.
           MOVE WS-EVT-DEB (7) TO WS-L-DEB.
           MOVE WS-EVT-CRED (7) TO WS-L-CRED.
           COMPUTE WS-L-VALOR = CART-VALOR-BRUTO - CART-VALOR-PAGO.
           PERFORM P-GRAVA-LCT.
           GO TO P-GERA-CARTAO-LER.
       P-GERA-CARTAO-FIM.

      *-----------------------------------------------------------*
      * Caixa: so o dinheiro do fechamento (e dos ajustes, com     *
      * sinal) - os titulos pagos no caixa ja entram pelo BCO.     *
      *-----------------------------------------------------------*
       P-GERA-CAIXA.
           OPEN INPUT CAIXA.
           IF FS-CAIXA NOT = "00"
               CLOSE CAIXA
               GO TO P-GERA-CAIXA-FIM.
       P-GERA-CAIXA-LER.
           READ CAIXA
               AT END
                   CLOSE CAIXA
                   GO TO P-GERA-CAIXA-FIM.
           COMPUTE WS-TESTA-AM =
               CAIXA-ANO-MOV * 100 + CAIXA-MES-MOV.
           IF WS-TESTA-AM NOT = WS-AM
               GO TO P-GERA-CAIXA-LER.
           MOVE "X" TO WS-L-ORIGEM.
           MOVE SPACES TO WS-L-DOC.
           MOVE ZEROS TO WS-L-CTA.
           MOVE ZEROS TO WS-L-DEPTO.
           IF CAIXA-AJUSTE
               MOVE "AJUSTE DE CAIXA" TO WS-L-HIST
           ELSE
               MOVE "FECHAMENTO DE CAIXA" TO WS-L-HIST.
           COMPUTE WS-L-DATA = CAIXA-DIA-MOV * 1000000
               + CAIXA-MES-MOV * 10000 + CAIXA-ANO-MOV.
           MOVE WS-EVT-DEB (8) TO WS-L-DEB.
           MOVE WS-EVT-CRED (8) TO WS-L-CRED.
           MOVE CAIXA-DINHEIRO TO WS-L-VALOR.
           PERFORM P-GRAVA-LCT.
           GO TO P-GERA-CAIXA-LER.
       P-GERA-CAIXA-FIM.

      *-----------------------------------------------------------*
      * Depreciacao linear do mes (IMOBIL.DAT / BANCO83), somada   *
      * num lancamento so, como o diario do BANCO61 sempre fez.    *
      *-----------------------------------------------------------*
       P-GERA-DEPREC.
           MOVE ZEROS TO WS-DEP-TOTAL.
           OPEN INPUT IMOBIL.
           IF FS-IMO NOT = "00"
               CLOSE IMOBIL
               GO TO P-GERA-DEPREC-FIM.
           MOVE ZEROS TO IMO-PLAQUETA.
           START IMOBIL KEY IS NOT LESS THAN IMO-PLAQUETA
               INVALID KEY
                   CLOSE IMOBIL
                   GO TO P-GERA-DEPREC-FIM.
       P-GERA-DEPREC-LER.
           READ IMOBIL NEXT RECORD
               AT END
                   CLOSE IMOBIL
                   GO TO P-GERA-DEPREC-GRAVA.
           IF IMO-VIDA-MESES = ZEROS
               GO TO P-GERA-DEPREC-LER.
           COMPUTE WS-MESES-USO =
               ( WS-ANO-REF * 12 + WS-MES-REF )
               - ( IMO-AQ-ANO * 12 + IMO-AQ-MES ).
           IF WS-MESES-USO < ZEROS
               GO TO P-GERA-DEPREC-LER.
           IF WS-MESES-USO NOT < IMO-VIDA-MESES
               GO TO P-GERA-DEPREC-LER.
           IF IMO-BAIXADO
               MOVE IMO-DATA-BAIXA TO WS-BAIXA-BUF
               IF ( WS-BX-ANO * 100 + WS-BX-MES ) <
                   ( WS-ANO-REF * 100 + WS-MES-REF )
                   GO TO P-GERA-DEPREC-LER
               END-IF.
           COMPUTE WS-DEP-PARC ROUNDED =
               IMO-VALOR / IMO-VIDA-MESES.
           ADD WS-DEP-PARC TO WS-DEP-TOTAL.
           GO TO P-GERA-DEPREC-LER.
       P-GERA-DEPREC-GRAVA.
           MOVE "D" TO WS-L-ORIGEM.
           MOVE "DEPREC" TO WS-L-DOC.
           MOVE ZEROS TO WS-L-CTA.
           MOVE ZEROS TO WS-L-DEPTO.
           MOVE "DEPRECIACAO IMOBILIZ" TO WS-L-HIST.
           COMPUTE WS-L-DATA =
               1000000 + WS-MES-REF * 10000 + WS-ANO-REF.
           MOVE WS-EVT-DEB (9) TO WS-L-DEB.
           MOVE WS-EVT-CRED (9) TO WS-L-CRED.
           MOVE WS-DEP-TOTAL TO WS-L-VALOR.
           PERFORM P-GRAVA-LCT.
       P-GERA-DEPREC-FIM.

      *-----------------------------------------------------------*
      * Transferencias (TRANSFB.DAT): conta x conta pelo de-para   *
      * das contas; conta 00 = fora do sistema - aplicacao e       *
      * resgate contra a conta de aplicacoes (evento 17),          *
      * antecipacao de cartao contra cartao a receber (evento 6),  *
      * qualquer outra saida contra a transitoria (evento 19).     *
      *-----------------------------------------------------------*
       P-GERA-TRANSF.
           OPEN INPUT TRANSFB.
           IF FS-TRB NOT = "00"
               CLOSE TRANSFB
               GO TO P-GERA-TRANSF-FIM.
           MOVE ZEROS TO TRB-NUM.
           START TRANSFB KEY IS NOT LESS THAN TRB-NUM
               INVALID KEY
                   CLOSE TRANSFB
                   GO TO P-GERA-TRANSF-FIM.
       P-GERA-TRANSF-LER.
           READ TRANSFB NEXT RECORD
               AT END
                   CLOSE TRANSFB
                   GO TO P-GERA-TRANSF-FIM.
           IF NOT TRB-ATIVA
               GO TO P-GERA-TRANSF-LER.
           COMPUTE WS-TESTA-AM = TRB-ANO * 100 + TRB-MES.
           IF WS-TESTA-AM NOT = WS-AM
               GO TO P-GERA-TRANSF-LER.
           IF TRB-CTA-ORIG = ZEROS AND TRB-CTA-DEST = ZEROS
               GO TO P-GERA-TRANSF-LER.
           MOVE "B" TO WS-L-ORIGEM.
           MOVE TRB-NUM TO WS-L-DOC.
           MOVE ZEROS TO WS-L-DEPTO.
           MOVE TRB-DATA TO WS-L-DATA.
           MOVE TRB-VALOR TO WS-L-VALOR.
           MOVE "TRANSFERENCIA" TO WS-L-HIST.
           IF TRB-CTA-DEST NOT = ZEROS
               MOVE TRB-CTA-DEST TO WS-L-CTA
               MOVE WS-MAP-C-PLC (TRB-CTA-DEST) TO WS-L-DEB
           ELSE
               MOVE TRB-CTA-ORIG TO WS-L-CTA
               IF TRB-APLIC-NUM NOT = ZEROS
                   MOVE "APLICACAO FINANCEIRA" TO WS-L-HIST
                   MOVE WS-EVT-DEB (17) TO WS-L-DEB
               ELSE
                   MOVE "SAIDA P/ FORA" TO WS-L-HIST
                   MOVE WS-EVT-DEB (19) TO WS-L-DEB.
           IF TRB-CTA-ORIG NOT = ZEROS
               MOVE WS-MAP-C-PLC (TRB-CTA-ORIG) TO WS-L-CRED
           ELSE
               IF TRB-APLIC-NUM NOT = ZEROS
                   MOVE "RESGATE APLICACAO" TO WS-L-HIST
                   MOVE WS-EVT-DEB (17) TO WS-L-CRED
               ELSE
                   MOVE "ANTECIPACAO CARTAO" TO WS-L-HIST
                   MOVE WS-EVT-CRED (6) TO WS-L-CRED.
           PERFORM P-GRAVA-LCT.
           GO TO P-GERA-TRANSF-LER.
       P-GERA-TRANSF-FIM.

      *-----------------------------------------------------------*
      * Aplicacoes da empresa (APLIC.DAT): rendimento do mes e o   *
      * IR retido nos resgates (o liquido ja veio pela TRANSFB).   *
      *-----------------------------------------------------------*
       P-GERA-APLIC.
           OPEN INPUT APLIC.
           IF FS-APL NOT = "00"
               CLOSE APLIC
               GO TO P-GERA-APLIC-FIM.
           MOVE ZEROS TO APL-CHAVE.
           START APLIC KEY IS NOT LESS THAN APL-CHAVE
               INVALID KEY
                   CLOSE APLIC
                   GO TO P-GERA-APLIC-FIM.
       P-GERA-APLIC-LER.
           READ APLIC NEXT RECORD
               AT END
                   CLOSE APLIC
                   GO TO P-GERA-APLIC-FIM.
           IF APL-CABECALHO
               GO TO P-GERA-APLIC-LER.
           IF APL-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-GERA-APLIC-LER.
           MOVE APL-DATA TO WS-AMD-BUF.
           COMPUTE WS-TESTA-AM = WS-AMD-ANO * 100 + WS-AMD-MES.
           IF WS-TESTA-AM NOT = WS-AM
               GO TO P-GERA-APLIC-LER.
           MOVE "F" TO WS-L-ORIGEM.
           MOVE APL-NUM TO WS-L-DOC.
           MOVE APL-CTA TO WS-L-CTA.
           MOVE ZEROS TO WS-L-DEPTO.
           MOVE APL-DESCRICAO TO WS-L-HIST.
           COMPUTE WS-L-DATA = WS-AMD-DIA * 1000000
               + WS-AMD-MES * 10000 + WS-AMD-ANO.
           IF APL-MOV-RENDIMENTO
               MOVE WS-EVT-DEB (17) TO WS-L-DEB
               MOVE WS-EVT-CRED (17) TO WS-L-CRED
               MOVE APL-VALOR TO WS-L-VALOR
               PERFORM P-GRAVA-LCT.
           IF APL-MOV-RESGATE
               MOVE WS-EVT-DEB (18) TO WS-L-DEB
               MOVE WS-EVT-DEB (17) TO WS-L-CRED
               MOVE APL-IR TO WS-L-VALOR
               PERFORM P-GRAVA-LCT.
           GO TO P-GERA-APLIC-LER.
       P-GERA-APLIC-FIM.

      *-----------------------------------------*
      * Balancete de verificacao: saldo anterior = implantacao +
      * lancamentos dos meses anteriores; debitos e creditos do
      * mes; saldo atual. Saldo com sinal: devedor +, credor -.
       P-BALANCETE.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Balancete de verificacao".
           MOVE MES TO WS-MES-REF.
           MOVE ANO TO WS-ANO-REF.
           DISPLAY (05 04) "Mes/Ano............=   /    ".
           ACCEPT (05 25) WS-MES-REF WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-MES-REF = ZEROS OR WS-MES-REF > 12
               GO TO P-BALANCETE-FIM.
           ACCEPT (05 28) WS-ANO-REF WITH PROMPT UPDATE AUTO-SKIP.
           COMPUTE WS-AM = WS-ANO-REF * 100 + WS-MES-REF.
           PERFORM P-CONTA-MES THRU P-CONTA-MES-FIM.
           IF WS-QTDE-MES = ZEROS
               DISPLAY (22 04) "!! MES SEM LANCAMENTOS - GERE NA "
                   "OPCAO <5> !!"
               ACCEPT WS-P
               GO TO P-BALANCETE-FIM.
           PERFORM P-CARGA-PLANO THRU P-CARGA-PLANO-FIM.
           PERFORM P-SOMA-LANCTOS THRU P-SOMA-LANCTOS-FIM.
           OPEN OUTPUT ARQSAID.
           MOVE WS-MES-REF TO BAL-MES.
           MOVE WS-ANO-REF TO BAL-ANO.
           MOVE WS-EMPRESA-ATUAL TO BAL-EMPRESA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-BAL-TIT.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-BAL-CAB.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 01) LINHA-BAL-TIT.
           DISPLAY (03 01) LINHA-BAL-CAB.
           MOVE 4 TO LIN.
           MOVE ZEROS TO WS-TOT-DEB.
           MOVE ZEROS TO WS-TOT-CRED.
           MOVE ZEROS TO WS-PX.
       P-BALANCETE-LOOP.
           ADD 1 TO WS-PX.
           IF WS-PX > WS-QTDE-PLC
               GO TO P-BALANCETE-TOTAL.
           IF WS-TP-ANT (WS-PX) = ZEROS AND WS-TP-DEB (WS-PX) = ZEROS
               AND WS-TP-CRED (WS-PX) = ZEROS
               GO TO P-BALANCETE-LOOP.
           COMPUTE WS-SALDO-ATU = WS-TP-ANT (WS-PX)
               + WS-TP-DEB (WS-PX) - WS-TP-CRED (WS-PX).
           ADD WS-TP-DEB (WS-PX) TO WS-TOT-DEB.
           ADD WS-TP-CRED (WS-PX) TO WS-TOT-CRED.
           MOVE WS-TP-COD (WS-PX) TO BAL-COD.
           MOVE WS-TP-NOME (WS-PX) TO BAL-NOME.
           IF WS-TP-ANT (WS-PX) < ZEROS
               COMPUTE BAL-ANT = 0 - WS-TP-ANT (WS-PX)
               MOVE "C" TO BAL-ANT-DC
           ELSE
               MOVE WS-TP-ANT (WS-PX) TO BAL-ANT
               MOVE "D" TO BAL-ANT-DC.
           MOVE WS-TP-DEB (WS-PX) TO BAL-DEB.
           MOVE WS-TP-CRED (WS-PX) TO BAL-CRED.
           IF WS-SALDO-ATU < ZEROS
               COMPUTE BAL-ATU = 0 - WS-SALDO-ATU
               MOVE "C" TO BAL-ATU-DC
           ELSE
               MOVE WS-SALDO-ATU TO BAL-ATU
               MOVE "D" TO BAL-ATU-DC.
           WRITE REG-ARQSAID FROM LINHA-BAL-DET.
           DISPLAY (LIN, 01) LINHA-BAL-DET.
           ADD 1 TO LIN.
           IF LIN > 20 PERFORM P-PARA.
           GO TO P-BALANCETE-LOOP.
       P-BALANCETE-TOTAL.
           MOVE WS-TOT-DEB TO BAL-TOT-DEB.
           MOVE WS-TOT-CRED TO BAL-TOT-CRED.
           IF WS-TOT-DEB = WS-TOT-CRED
               MOVE "CONFERE" TO BAL-CONFERE
           ELSE
               MOVE "NAO CONFERE" TO BAL-CONFERE.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-BAL-TOT.
           DISPLAY (LIN, 01) LINHA-BAL-TOT.
           CLOSE ARQSAID.
           DISPLAY (23 04) "Relatorio em BANCO22.TXT - Tecle < ENTER >".
           ACCEPT WS-P.
       P-BALANCETE-FIM.

      *-----plano em memoria, na ordem do codigo; posicao 1 = sem------*
      *-----conta / conta fora do plano---------------------------------*
       P-CARGA-PLANO.
           MOVE 1 TO WS-QTDE-PLC.
           MOVE ZEROS TO WS-TP-COD (1).
           MOVE "** SEM CONTA NO PLANO **" TO WS-TP-NOME (1).
           MOVE ZEROS TO WS-TP-ANT (1).
           MOVE ZEROS TO WS-TP-DEB (1).
           MOVE ZEROS TO WS-TP-CRED (1).
           MOVE ZEROS TO PLC-COD.
           START PLCONTA KEY IS NOT LESS THAN PLC-COD
               INVALID KEY
                   GO TO P-CARGA-PLANO-FIM.
       P-CARGA-PLANO-LER.
           READ PLCONTA NEXT RECORD
               AT END
                   GO TO P-CARGA-PLANO-FIM.
           IF WS-QTDE-PLC = 500
               DISPLAY (22 04) "!! PLANO COM MAIS DE 499 CONTAS !!"
               ACCEPT WS-P
               GO TO P-CARGA-PLANO-FIM.
           ADD 1 TO WS-QTDE-PLC.
           MOVE PLC-COD TO WS-TP-COD (WS-QTDE-PLC).
           MOVE PLC-NOME TO WS-TP-NOME (WS-QTDE-PLC).
           MOVE PLC-SALDO-INI TO WS-TP-ANT (WS-QTDE-PLC).
           MOVE ZEROS TO WS-TP-DEB (WS-QTDE-PLC).
           MOVE ZEROS TO WS-TP-CRED (WS-QTDE-PLC).
           GO TO P-CARGA-PLANO-LER.
       P-CARGA-PLANO-FIM.

      *-----lancamentos da empresa ate o mes: os anteriores vao p/ o---*
      *-----saldo anterior, os do mes p/ debitos e creditos-------------*
       P-SOMA-LANCTOS.
           MOVE WS-EMPRESA-ATUAL TO LCT-EMPRESA.
           MOVE ZEROS TO LCT-AM.
           MOVE ZEROS TO LCT-SEQ.
           START LANCTB KEY IS NOT LESS THAN LCT-CHAVE
               INVALID KEY
                   GO TO P-SOMA-LANCTOS-FIM.
       P-SOMA-LANCTOS-LER.
           READ LANCTB NEXT RECORD
               AT END
                   GO TO P-SOMA-LANCTOS-FIM.
           IF LCT-EMPRESA NOT = WS-EMPRESA-ATUAL OR LCT-AM > WS-AM
               GO TO P-SOMA-LANCTOS-FIM.
           MOVE LCT-DEBITO TO WS-BUSCA-COD.
           PERFORM P-ACHA-PLC.
           IF LCT-AM < WS-AM
               ADD LCT-VALOR TO WS-TP-ANT (WS-PX-ACH)
           ELSE
               ADD LCT-VALOR TO WS-TP-DEB (WS-PX-ACH).
           MOVE LCT-CREDITO TO WS-BUSCA-COD.
           PERFORM P-ACHA-PLC.
           IF LCT-AM < WS-AM
               SUBTRACT LCT-VALOR FROM WS-TP-ANT (WS-PX-ACH)
           ELSE
               ADD LCT-VALOR TO WS-TP-CRED (WS-PX-ACH).
           GO TO P-SOMA-LANCTOS-LER.
       P-SOMA-LANCTOS-FIM.

       P-ACHA-PLC.
           MOVE 1 TO WS-PX-ACH.
           IF WS-BUSCA-COD = ZEROS
               EXIT PARAGRAPH.
           MOVE 2 TO WS-PX.
       P-ACHA-PLC-LOOP.
           IF WS-PX > WS-QTDE-PLC
               EXIT PARAGRAPH.
           IF WS-TP-COD (WS-PX) = WS-BUSCA-COD
               MOVE WS-PX TO WS-PX-ACH
               EXIT PARAGRAPH.
           ADD 1 TO WS-PX.
           GO TO P-ACHA-PLC-LOOP.

       P-PARA.
           DISPLAY (23 04) "< ENTER > Continua".
           ACCEPT WS-P.
           DISPLAY (23 04) WS-LIMPA.
           DISPLAY (04 00) ERASE.
           MOVE 4 TO LIN.

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
      * Empresa e operador da sessao (SESSAO.DAT): qual movimento  *
      * (BCO.DAT / BCOnn.DAT) e de qual empresa sao os lancamentos.*
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
           CLOSE PLCONTA CTBMAP LANCTB.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO70.COM".

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
