      *    vendendo abaixo da margem minima informada; <3> imprime
      *    as etiquetas de gondola (MERC10.TXT) de todo produto
      *    alterado desde a ultima tirada - a data da ultima
      *    tirada fica em FILTRO.DAT sob "MERC10"; <4> gera a
      *    carga de precos da frente de caixa (PRECOPDV.TXT), que
      *    o PDV le na abertura: so o que mudou desde a ultima
      *    carga (PDVCARGA.DAT guarda o que o PDV ja recebeu) ou
      *    tudo de novo, e produto inativado no MERC01 sai como
      *    exclusao. Layout do PRECOPDV.TXT, colunas fixas:
      *      H NNNNNN AAAAMMDD HHMMSS M   (M = T total, P parcial)
      *      A PPPP EAN(13) DESCRICAO(25) PRECO(10) U, centavos
      *        implicitos nas 2 ultimas casas  (A = inclui/altera,
      *        E = exclui; U = K quilo, preco do quilo, ou U
      *        unidade)
      *      F QQQQQ QQQQQ  (alteracoes e exclusoes)
      *    <5> gera a carga PLU das balancas do balcao
      *    (BALANCA.TXT) com todo produto ativo vendido a peso -
      *    o PLU e o PROD-COD, o mesmo codigo que a etiqueta da
      *    balanca leva ao PDV. Colunas fixas:
      *      PPPPPP DESCRICAO(25) PRECO-KG(8) VVV
      *        preco do quilo com centavos implicitos, validade
      *        em dias (PROD-VALIDADE)
      *    <6> cadastra promocoes (PROMOCAO.DAT): preco de oferta
      *    com inicio e fim - entre as duas datas a etiqueta, a
      *    carga do PDV, a balanca e a venda importada no MERC06
      *    usam o preco da promocao, e depois voltam sozinhas ao
      *    PROD-PRECO, que a promocao nunca altera (a carga
      *    parcial diaria do PDV leva a entrada e a saida da
      *    oferta). Promocao abaixo do custo medio pede
      *    confirmacao. <7> resultado das promocoes encerradas:
      *    quantidade vendida no periodo da oferta contra o mesmo
      *    numero de dias imediatamente antes dela.
      *    Menu de Estoque (BANCO36, opcao 10).
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT PDVCARGA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PC-PROD-COD
                  FILE STATUS IS FS-PC.
           SELECT ARQCARGA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-CARGA.
           SELECT ARQBAL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-BAL.
           SELECT PROMOCAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRM-CHAVE
                  FILE STATUS IS FS-PRM.
           SELECT MOVEST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-MOVEST.
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
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       COPY CARGMAST.

       FD ARQCARGA           LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "PRECOPDV.TXT".
       01 REG-ARQCARGA          PIC X(80).

       FD ARQBAL             LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BALANCA.TXT".
       01 REG-ARQBAL            PIC X(80).

       COPY PROMMAST.

       COPY MOVESTMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "MERC10.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY RARQMAST.

       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-MOVEST          PIC X(12) VALUE "MOVEST.DAT".
      *-----sessao POR TERMINAL: cada estacao le TERMINAL.DAT local----*
      *-----e abre o seu proprio SESSAOnn.DAT (terminal 1 = o----------*
      *-----SESSAO.DAT de sempre) - duas estacoes nao se atropelam-----*
       77 FS-FILTRO             PIC XX.
       77 FS-SESSAO             PIC XX.
       77 FS-ARQ                PIC XX.
      *-----arquivo de relatorios emitidos (RELARQ.DAT / BANCO02)------*
       77 FS-RARQ               PIC XX.
       77 WS-RARQ-QT            PIC 9(05) VALUE ZEROS.
       77 WS-RARQ-FILTRO        PIC X(59) VALUE SPACES.
       77 WS-RARQ-PCT           PIC Z9,99.
       01 WS-RARQ-DOS.
           03 WS-RARQ-AA        PIC 99.
           03 WS-RARQ-MM        PIC 99.
           03 WS-RARQ-DD        PIC 99.
       01 WS-RARQ-TIME.
           03 WS-RARQ-HH        PIC 99.
           03 WS-RARQ-MI        PIC 99.
           03 WS-RARQ-SS        PIC 99.
           03 WS-RARQ-CC        PIC 99.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
       77 WS-MOSTRA-MARGEM     PIC ZZZ9,99- VALUE ZEROS.
       77 WS-MARGEM-MIN        PIC 99V99 VALUE ZEROS.
       77 WS-QTDE-LISTADOS     PIC 9(04) VALUE ZEROS.
       77 WS-PRECO-MARGEM      PIC 9(08)V99 VALUE ZEROS.
       77 WS-ABAIXO-CUSTO      PIC X VALUE "N".
       88 ABAIXO-CUSTO-88      VALUE "S".
       77 WS-MOSTRA-PRECO      PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-PX                PIC 9(05) VALUE ZEROS.
      *-----preco vigente na data (promocao ou PROD-PRECO)--------------*
       77 FS-PRM                PIC XX.
       77 FS-MOVEST             PIC XX.
       77 WS-DATA-REF          PIC 9(08) VALUE ZEROS.
       77 WS-PRECO-VIGENTE     PIC 9(08)V99 VALUE ZEROS.
       77 WS-PROMO-FIM         PIC 9(08) VALUE ZEROS.
       77 WS-EM-PROMO          PIC X VALUE "N".
       88 EM-PROMO-88          VALUE "S".
      *-----cadastro de promocao----------------------------------------*
       77 WS-PRM-INI-NOVO      PIC 9(08) VALUE ZEROS.
       77 WS-PRM-FIM-NOVO      PIC 9(08) VALUE ZEROS.
       77 WS-SOBREPOE          PIC X VALUE "N".
       77 WS-DATA-OK           PIC X VALUE "S".
       77 WS-QTDE-PROMO        PIC 9(03) VALUE ZEROS.
      *-----data digitada/mostrada DD MM AAAA <-> AAAAMMDD---------------*
       01 WS-DT-ENT.
           03 WS-DTE-ANO        PIC 9(04).
           03 WS-DTE-MES        PIC 99.
           03 WS-DTE-DIA        PIC 99.
       01 WS-DT-ENT-R REDEFINES WS-DT-ENT PIC 9(08).
      *-----resultado das promocoes: numero juliano (igual ao do--------*
      *-----MERC13) p/ medir o periodo e o mesmo tanto de dias antes----*
       77 WS-CJ-ANO             PIC 9(04).
       77 WS-CJ-MES             PIC 99.
       77 WS-CJ-DIA             PIC 99.
       77 WS-CJ-DIVANO          PIC 9(04).
       77 WS-CJ-RESTO           PIC 9(03).
       77 WS-CJ-AJUSTE          PIC 9.
       77 WS-CJ-RESULT          PIC 9(07).
       77 WS-JULIANO-MOV        PIC 9(07) VALUE ZEROS.
       77 WS-RES-DE            PIC 9(08) VALUE ZEROS.
       77 WS-RES-ATE           PIC 9(08) VALUE ZEROS.
       77 WS-RX                PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-RES          PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-MOV-ABS      PIC 9(06)V999 VALUE ZEROS.
       77 WS-VAR-PCT           PIC S9(05) VALUE ZEROS.
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
      *-----ate 300 promocoes encerradas por relatorio------------------*
       01 WS-TAB-RESULT.
           02 WS-RS OCCURS 300 TIMES.
               03 WS-RS-PROD        PIC 9(04).
               03 WS-RS-INICIO      PIC 9(08).
               03 WS-RS-FIM         PIC 9(08).
               03 WS-RS-J-INI       PIC 9(07).
               03 WS-RS-J-FIM       PIC 9(07).
               03 WS-RS-J-ANTES     PIC 9(07).
               03 WS-RS-QT-ANTES    PIC 9(07)V999.
               03 WS-RS-QT-PROMO    PIC 9(07)V999.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 WS-PVA-ANO        PIC 9(04).
           03 WS-PVA-MES        PIC 99.
           03 WS-PVA-DIA        PIC 99.
      *-----carga de precos p/ o PDV------------------------------------*
       77 FS-PC                 PIC XX.
       77 FS-CARGA              PIC XX.
       77 WS-CARGA-MODO        PIC X VALUE SPACES.
       77 WS-TEM-CARGA         PIC X VALUE "N".
       77 WS-TEM-CONTROLE      PIC X VALUE "N".
       77 WS-HOJE-AMD          PIC 9(08) VALUE ZEROS.
       77 WS-CARGA-SEQ         PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-ALT          PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-EXC          PIC 9(05) VALUE ZEROS.
       77 WS-UNID-ATUAL        PIC X VALUE "U".
      *-----carga PLU das balancas (BALANCA.TXT)------------------------*
       77 FS-BAL                PIC XX.
       77 WS-QTDE-PLU          PIC 9(05) VALUE ZEROS.
       01 WS-LINHA-PLU.
           03 WS-PLU-COD        PIC 9(06).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-PLU-DESCR      PIC X(25).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-PLU-PRECO      PIC 9(06)V99.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-PLU-VALIDADE   PIC 9(03).
           03 FILLER            PIC X(35) VALUE SPACES.
       01 WS-HORA-DOS.
           03 WS-HORA-HH        PIC 99.
           03 WS-HORA-MM        PIC 99.
           03 WS-HORA-SS        PIC 99.
           03 WS-HORA-CC        PIC 99.
       01 WS-HORA-R REDEFINES WS-HORA-DOS.
           03 WS-HORA-HHMMSS    PIC 9(06).
           03 FILLER            PIC 99.
       01 WS-ULT-CARGA-DATA     PIC 9(08) VALUE ZEROS.
       01 WS-ULT-CARGA-R REDEFINES WS-ULT-CARGA-DATA.
           03 WS-UC-ANO         PIC 9(04).
           03 WS-UC-MES         PIC 99.
           03 WS-UC-DIA         PIC 99.
      *-----linha do PRECOPDV.TXT nos tres recortes---------------------*
       01 WS-LINHA-CARGA        PIC X(80).
       01 WS-LINHA-CH REDEFINES WS-LINHA-CARGA.
           03 WS-CH-TIPO        PIC X(01).
           03 FILLER            PIC X(01).
           03 WS-CH-SEQ         PIC 9(06).
           03 FILLER            PIC X(01).
           03 WS-CH-DATA        PIC 9(08).
           03 FILLER            PIC X(01).
           03 WS-CH-HORA        PIC 9(06).
           03 FILLER            PIC X(01).
           03 WS-CH-MODO        PIC X(01).
           03 FILLER            PIC X(54).
       01 WS-LINHA-CI REDEFINES WS-LINHA-CARGA.
           03 WS-CI-TIPO        PIC X(01).
           03 FILLER            PIC X(01).
           03 WS-CI-PROD        PIC 9(04).
           03 FILLER            PIC X(01).
           03 WS-CI-EAN         PIC X(13).
           03 FILLER            PIC X(01).
           03 WS-CI-DESCR       PIC X(25).
           03 FILLER            PIC X(01).
           03 WS-CI-PRECO       PIC 9(08)V99.
           03 FILLER            PIC X(01).
           03 WS-CI-UNID        PIC X(01).
           03 FILLER            PIC X(21).
       01 WS-LINHA-CF REDEFINES WS-LINHA-CARGA.
           03 WS-CF-TIPO        PIC X(01).
           03 FILLER            PIC X(01).
           03 WS-CF-QTDE-ALT    PIC 9(05).
           03 FILLER            PIC X(01).
           03 WS-CF-QTDE-EXC    PIC 9(05).
           03 FILLER            PIC X(67).
      *-----um produto so ganha uma etiqueta por tirada-----------------*
       01 WS-JA-IMPRESSO.
           03 WS-JI OCCURS 9999 TIMES PIC X.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(06) VALUE "R$    ".
           02 ETIQ-PRECO       PIC ZZZ.ZZ9,99.
           02 ETIQ-OFERTA      PIC X(17).
       01 WS-ETIQ-OFERTA.
           02 F PIC X(12) VALUE "  OFERTA ATE".
           02 F PIC X(01) VALUE SPACES.
           02 EO-DIA           PIC 99.
           02 F PIC X(01) VALUE "/".
           02 EO-MES           PIC 99.
      *-----resultado das promocoes (MERC10.TXT)-------------------------*
       01 LINHA-PROMO-CAB.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(04) VALUE "Cod ".
           02 F PIC X(01) VALUE SPACES.
           02 F PIC X(18) VALUE "Descricao".
           02 F PIC X(01) VALUE SPACES.
           02 F PIC X(11) VALUE "Periodo".
           02 F PIC X(01) VALUE SPACES.
           02 F PIC X(03) VALUE "Dia".
           02 F PIC X(01) VALUE SPACES.
           02 F PIC X(09) VALUE "    Antes".
           02 F PIC X(01) VALUE SPACES.
           02 F PIC X(09) VALUE "    Promo".
           02 F PIC X(01) VALUE SPACES.
           02 F PIC X(06) VALUE "  Var%".
       01 LINHA-PROMO.
           02 F PIC X(02) VALUE SPACES.
           02 PRO-PROD-DET      PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 PRO-DESCR-DET     PIC X(18).
           02 F PIC X(01) VALUE SPACES.
           02 PRO-INI-DIA-DET   PIC 99.
           02 F PIC X(01) VALUE "/".
           02 PRO-INI-MES-DET   PIC 99.
           02 F PIC X(01) VALUE "-".
           02 PRO-FIM-DIA-DET   PIC 99.
           02 F PIC X(01) VALUE "/".
           02 PRO-FIM-MES-DET   PIC 99.
           02 F PIC X(01) VALUE SPACES.
           02 PRO-DIAS-DET      PIC ZZ9.
           02 F PIC X(01) VALUE SPACES.
           02 PRO-ANTES-DET     PIC ZZZZ9,999.
           02 F PIC X(01) VALUE SPACES.
           02 PRO-PROMO-DET     PIC ZZZZ9,999.
           02 F PIC X(01) VALUE SPACES.
           02 PRO-VAR-DET       PIC ZZZZ9-.
           02 PRO-VAR-TXT REDEFINES PRO-VAR-DET PIC X(06).
       01 LINHA-DET.
           02 F PIC X(02) VALUE SPACES.
           02 PROD-DET         PIC 9(04).
           02 LINE 05 COLUMN 04 VALUE "<1> Alterar Preco de Venda".
           02 LINE 06 COLUMN 04 VALUE "<2> Abaixo da Margem Minima".
           02 LINE 07 COLUMN 04 VALUE "<3> Imprimir Etiquetas".
           02 LINE 08 COLUMN 04 VALUE "<4> Carga de Precos p/ o PDV".
           02 LINE 09 COLUMN 04 VALUE "<5> Carga PLU p/ as Balancas".
           02 LINE 10 COLUMN 04 VALUE "<6> Promocoes".
           02 LINE 11 COLUMN 04 VALUE "<7> Resultado das Promocoes".
           02 LINE 12 COLUMN 04 VALUE "<0> Sair".
           02 LINE 14 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           COMPUTE WS-HOJE-AMD = ANO * 10000 + MES * 100 + DIA.
           OPEN I-O PROMOCAO.
           IF FS-PRM = "30" OR FS-PRM = "35"
               CLOSE PROMOCAO
               OPEN OUTPUT PROMOCAO
               CLOSE PROMOCAO
               OPEN I-O PROMOCAO.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (14 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-ALTERA THRU P-ALTERA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-ETIQUETAS THRU P-ETIQUETAS-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "4"
               PERFORM P-CARGA-PDV THRU P-CARGA-PDV-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "5"
               PERFORM P-CARGA-BAL THRU P-CARGA-BAL-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "6"
               PERFORM P-PROMOCAO THRU P-PROMOCAO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "7"
               PERFORM P-RESULT-PROMO THRU P-RESULT-PROMO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

           DISPLAY (02 31) PROD-DESCR.
           DISPLAY (04 04) "Custo Medio........= " PROD-CUSTO-MEDIO.
           DISPLAY (05 04) "Preco Venda Atual..= " PROD-PRECO.
           MOVE PROD-PRECO TO WS-PRECO-MARGEM.
           PERFORM P-CALCULA-MARGEM.
           DISPLAY (06 04) "Margem Atual %.....= " WS-MOSTRA-MARGEM.
      *     em promocao hoje: o preco novo vale por baixo da oferta,
      *     que segue ate o fim marcado
           MOVE WS-HOJE-AMD TO WS-DATA-REF.
           PERFORM P-PRECO-VIGENTE THRU P-PRECO-VIGENTE-FIM.
           IF EM-PROMO-88
               MOVE WS-PRECO-VIGENTE TO WS-MOSTRA-PRECO
               MOVE WS-PROMO-FIM TO WS-DT-ENT-R
               DISPLAY (07 04) "Em promocao por " WS-MOSTRA-PRECO
                   " ate " WS-DTE-DIA "/" WS-DTE-MES "/" WS-DTE-ANO.
           DISPLAY (08 04) "Preco Venda Novo...=".
           MOVE PROD-PRECO TO WS-PRECO-NOVO.
           ACCEPT (08 25) WS-PRECO-NOVO WITH PROMPT UPDATE AUTO-SKIP.
               OPEN EXTEND PRECVEN.
           WRITE REG-PRECVEN.
           CLOSE PRECVEN.
           MOVE PROD-PRECO TO WS-PRECO-MARGEM.
           PERFORM P-CALCULA-MARGEM.
           DISPLAY (10 04) "Preco gravado - margem nova %: "
               WS-MOSTRA-MARGEM.
       P-ALTERA-FIM.

      *-----margem % sobre o custo medio (custo zero = sem margem)-----*
      *-----(WS-PRECO-MARGEM = preco normal ou o da promocao; abaixo--*
      *-----do custo medio acende ABAIXO-CUSTO-88 p/ o aviso)----------*
       P-CALCULA-MARGEM.
           MOVE "N" TO WS-ABAIXO-CUSTO.
           IF PROD-CUSTO-MEDIO = ZEROS
               MOVE ZEROS TO WS-MARGEM
           ELSE
               COMPUTE WS-MARGEM ROUNDED =
                   ( WS-PRECO-MARGEM - PROD-CUSTO-MEDIO ) * 100
                   / PROD-CUSTO-MEDIO
               IF WS-PRECO-MARGEM < PROD-CUSTO-MEDIO
                   MOVE "S" TO WS-ABAIXO-CUSTO.
           MOVE WS-MARGEM TO WS-MOSTRA-MARGEM.

      *-----------------------------------------*
               GO TO P-MARGEM-MIN-LER.
           IF PROD-CUSTO-MEDIO = ZEROS
               GO TO P-MARGEM-MIN-LER.
           MOVE PROD-PRECO TO WS-PRECO-MARGEM.
           PERFORM P-CALCULA-MARGEM.
           IF WS-MARGEM NOT < WS-MARGEM-MIN
               GO TO P-MARGEM-MIN-LER.
           GO TO P-MARGEM-MIN-LER.
       P-MARGEM-MIN-TOTAL.
           CLOSE ARQSAID.
           MOVE WS-MARGEM-MIN TO WS-RARQ-PCT.
           MOVE SPACES TO WS-RARQ-FILTRO.
           STRING "Margem abaixo de " WS-RARQ-PCT "%"
                  DELIMITED BY SIZE INTO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           DISPLAY (21 02) WS-QTDE-LISTADOS
               " produto(s) abaixo da margem (MERC10.TXT)".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
      *-----------------------------------------*
      * Etiquetas de todo produto com preco alterado desde a
      * ultima tirada - e a tirada de hoje vira a nova referencia.
      * Promocao que comecou ou acabou desde a ultima tirada tambem
      * troca a etiqueta; o preco impresso e o vigente hoje.
       P-ETIQUETAS.
           DISPLAY (01 01) ERASE.
           PERFORM P-LE-ULTIMA-TIRADA.
           MOVE SPACES TO WS-JA-IMPRESSO.
           MOVE ZEROS TO WS-QTDE-LISTADOS.
           OPEN INPUT PRECVEN.
           IF FS-PV = "00"
               PERFORM P-ETIQ-PRECVEN THRU P-ETIQ-PRECVEN-FIM
           ELSE
               CLOSE PRECVEN.
           PERFORM P-ETIQ-PROMO THRU P-ETIQ-PROMO-FIM.
           OPEN OUTPUT ARQSAID.
           MOVE WS-HOJE-AMD TO WS-DATA-REF.
           MOVE ZEROS TO WS-PX.
       P-ETIQUETAS-LER.
           ADD 1 TO WS-PX.
           IF WS-PX > 9999
               GO TO P-ETIQUETAS-TOTAL.
           IF WS-JI(WS-PX) NOT = "S"
               GO TO P-ETIQUETAS-LER.
           MOVE WS-PX TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   GO TO P-ETIQUETAS-LER.
           PERFORM P-PRECO-VIGENTE THRU P-PRECO-VIGENTE-FIM.
           MOVE PROD-DESCR TO ETIQ-DESCR.
           MOVE PROD-COD TO ETIQ-PROD.
           MOVE WS-PRECO-VIGENTE TO ETIQ-PRECO.
           MOVE SPACES TO ETIQ-OFERTA.
           IF EM-PROMO-88
               MOVE WS-PROMO-FIM TO WS-DT-ENT-R
               MOVE WS-DTE-DIA TO EO-DIA
               MOVE WS-DTE-MES TO EO-MES
               MOVE WS-ETIQ-OFERTA TO ETIQ-OFERTA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-ETIQ-1.
           WRITE REG-ARQSAID FROM LINHA-ETIQ-2.
           ACCEPT WS-P.
       P-ETIQUETAS-FIM.

      *-----marca os produtos com preco alterado (PRECVEN.DAT)---------*
       P-ETIQ-PRECVEN.
           READ PRECVEN
               AT END
                   CLOSE PRECVEN
                   GO TO P-ETIQ-PRECVEN-FIM.
           MOVE PV-ANO TO WS-PVA-ANO.
           MOVE PV-MES TO WS-PVA-MES.
           MOVE PV-DIA TO WS-PVA-DIA.
           IF WS-PV-AMD < WS-ULTIMA-AMD
               GO TO P-ETIQ-PRECVEN.
           IF PV-PROD = ZEROS OR PV-PROD > 9999
               GO TO P-ETIQ-PRECVEN.
           MOVE "S" TO WS-JI(PV-PROD).
           GO TO P-ETIQ-PRECVEN.
       P-ETIQ-PRECVEN-FIM.

      *-----marca os produtos cuja promocao entrou ate hoje ou saiu----*
      *-----antes de hoje, desde a ultima tirada------------------------*
       P-ETIQ-PROMO.
           MOVE ZEROS TO PRM-CHAVE.
           START PROMOCAO KEY IS NOT LESS THAN PRM-CHAVE
               INVALID KEY
                   GO TO P-ETIQ-PROMO-FIM.
       P-ETIQ-PROMO-LER.
           READ PROMOCAO NEXT RECORD
               AT END
                   GO TO P-ETIQ-PROMO-FIM.
           IF NOT PRM-ATIVA OR PRM-PROD = ZEROS
               GO TO P-ETIQ-PROMO-LER.
           IF PRM-INICIO NOT < WS-ULTIMA-AMD
                   AND PRM-INICIO NOT > WS-HOJE-AMD
               MOVE "S" TO WS-JI(PRM-PROD).
           IF PRM-FIM NOT < WS-ULTIMA-AMD
                   AND PRM-FIM < WS-HOJE-AMD
               MOVE "S" TO WS-JI(PRM-PROD).
           GO TO P-ETIQ-PROMO-LER.
       P-ETIQ-PROMO-FIM.

      *-----------------------------------------*
      * Carga de precos p/ o PDV: compara cada produto com o que o
      * PDV ja recebeu (PDVCARGA.DAT) e manda o que mudou - ou tudo,
      * quando a frente de caixa perdeu uma carga ou foi reinstalada.
       P-CARGA-PDV.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "CARGA DE PRECOS P/ O PDV (PRECOPDV.TXT)".
           OPEN I-O PDVCARGA.
           IF FS-PC = "30" OR FS-PC = "35"
               CLOSE PDVCARGA
               OPEN OUTPUT PDVCARGA
               CLOSE PDVCARGA
               OPEN I-O PDVCARGA.
           MOVE "N" TO WS-TEM-CONTROLE.
           MOVE ZEROS TO WS-CARGA-SEQ.
           MOVE ZEROS TO PC-PROD-COD.
           READ PDVCARGA
               INVALID KEY
                   DISPLAY (04 04) "Nenhuma carga enviada ainda"
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-CONTROLE
                   MOVE PC-CTL-SEQ TO WS-CARGA-SEQ
                   MOVE PC-CTL-DATA TO WS-ULT-CARGA-DATA
                   DISPLAY (04 04) "Ultima carga " PC-CTL-SEQ " de "
                       WS-UC-DIA "/" WS-UC-MES "/" WS-UC-ANO
                       " modo " PC-CTL-MODO " - " PC-CTL-QTDE-ALT
                       " alt. " PC-CTL-QTDE-EXC " exc."
           END-READ.
       P-CARGA-PDV-MODO.
           DISPLAY (06 04) "<A> So alterados  <T> Tudo  <0> Sai =".
           MOVE "A" TO WS-CARGA-MODO.
           ACCEPT (06 42) WS-CARGA-MODO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-CARGA-MODO = "0"
               CLOSE PDVCARGA
               GO TO P-CARGA-PDV-FIM.
           IF WS-CARGA-MODO = "a"
               MOVE "A" TO WS-CARGA-MODO.
           IF WS-CARGA-MODO = "t"
               MOVE "T" TO WS-CARGA-MODO.
           IF WS-CARGA-MODO NOT = "A" AND WS-CARGA-MODO NOT = "T"
               GO TO P-CARGA-PDV-MODO.
           ADD 1 TO WS-CARGA-SEQ.
           MOVE ZEROS TO WS-QTDE-ALT.
           MOVE ZEROS TO WS-QTDE-EXC.
           ACCEPT WS-HORA-DOS FROM TIME.
           OPEN OUTPUT ARQCARGA.
           MOVE SPACES TO WS-LINHA-CARGA.
           MOVE "H" TO WS-CH-TIPO.
           MOVE WS-CARGA-SEQ TO WS-CH-SEQ.
           MOVE WS-HOJE-AMD TO WS-CH-DATA.
           MOVE WS-HORA-HHMMSS TO WS-CH-HORA.
           IF WS-CARGA-MODO = "T"
               MOVE "T" TO WS-CH-MODO
           ELSE
               MOVE "P" TO WS-CH-MODO.
           WRITE REG-ARQCARGA FROM WS-LINHA-CARGA.
           DISPLAY (08 04) "Gerando...".
           MOVE ZEROS TO PROD-COD.
           START ESTOQUE KEY IS NOT LESS THAN PROD-COD
               INVALID KEY
                   GO TO P-CARGA-PDV-TOTAL.
       P-CARGA-PDV-LER.
           READ ESTOQUE NEXT RECORD
               AT END
                   GO TO P-CARGA-PDV-TOTAL.
           IF PROD-COD = ZEROS
               GO TO P-CARGA-PDV-LER.
           MOVE PROD-COD TO PC-PROD-COD.
           MOVE "S" TO WS-TEM-CARGA.
           READ PDVCARGA
               INVALID KEY
                   MOVE "N" TO WS-TEM-CARGA.
      *     inativo: so sai (exclusao) se o PDV ainda tem o produto
           IF PROD-INATIVO
               IF WS-TEM-CARGA = "S" AND PC-NO-PDV
                   MOVE "E" TO WS-CI-TIPO
                   PERFORM P-CARGA-PDV-ITEM
                   GO TO P-CARGA-PDV-LER
               ELSE
                   GO TO P-CARGA-PDV-LER.
           IF PROD-A-PESO
               MOVE "K" TO WS-UNID-ATUAL
           ELSE
               MOVE "U" TO WS-UNID-ATUAL.
      *     preco de hoje: a promocao entra e sai sozinha na carga
           MOVE WS-HOJE-AMD TO WS-DATA-REF.
           PERFORM P-PRECO-VIGENTE THRU P-PRECO-VIGENTE-FIM.
           IF WS-CARGA-MODO = "A" AND WS-TEM-CARGA = "S"
                   AND PC-NO-PDV AND PC-PRECO = WS-PRECO-VIGENTE
                   AND PC-EAN = PROD-EAN AND PC-DESCR = PROD-DESCR
                   AND PC-UNIDADE = WS-UNID-ATUAL
               GO TO P-CARGA-PDV-LER.
           MOVE "A" TO WS-CI-TIPO.
           PERFORM P-CARGA-PDV-ITEM.
           GO TO P-CARGA-PDV-LER.
       P-CARGA-PDV-TOTAL.
           MOVE SPACES TO WS-LINHA-CARGA.
           MOVE "F" TO WS-CF-TIPO.
           MOVE WS-QTDE-ALT TO WS-CF-QTDE-ALT.
           MOVE WS-QTDE-EXC TO WS-CF-QTDE-EXC.
           WRITE REG-ARQCARGA FROM WS-LINHA-CARGA.
           CLOSE ARQCARGA.
           MOVE ZEROS TO PC-PROD-COD.
           MOVE SPACES TO PC-CONTROLE.
           MOVE WS-CARGA-SEQ TO PC-CTL-SEQ.
           MOVE WS-HOJE-AMD TO PC-CTL-DATA.
           MOVE WS-HORA-HHMMSS TO PC-CTL-HORA.
           MOVE WS-CH-MODO TO PC-CTL-MODO.
           MOVE WS-QTDE-ALT TO PC-CTL-QTDE-ALT.
           MOVE WS-QTDE-EXC TO PC-CTL-QTDE-EXC.
           MOVE WS-OPER-ATUAL TO PC-CTL-OPER.
           IF WS-TEM-CONTROLE = "S"
               REWRITE REG-PDVCARGA
           ELSE
               WRITE REG-PDVCARGA.
           CLOSE PDVCARGA.
           DISPLAY (08 04) "Carga " WS-CARGA-SEQ " gerada: "
               WS-QTDE-ALT " alteracao(oes), " WS-QTDE-EXC
               " exclusao(oes)".
           DISPLAY (09 04) "Arquivo PRECOPDV.TXT - levar p/ o PDV".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-CARGA-PDV-FIM.

      *-----uma linha do produto no PRECOPDV.TXT e a foto do que o-----*
      *-----PDV passou a ter (WS-CI-TIPO ja posto: A ou E)--------------*
       P-CARGA-PDV-ITEM.
           MOVE WS-CI-TIPO TO PC-SITUACAO.
           MOVE SPACES TO WS-LINHA-CARGA.
           MOVE PC-SITUACAO TO WS-CI-TIPO.
           MOVE PROD-COD TO WS-CI-PROD.
           MOVE PROD-EAN TO WS-CI-EAN.
           MOVE PROD-DESCR TO WS-CI-DESCR.
           IF PC-EXCLUIDO
               MOVE PROD-PRECO TO WS-CI-PRECO
           ELSE
               MOVE WS-PRECO-VIGENTE TO WS-CI-PRECO.
           IF PROD-A-PESO
               MOVE "K" TO WS-CI-UNID
           ELSE
               MOVE "U" TO WS-CI-UNID.
           WRITE REG-ARQCARGA FROM WS-LINHA-CARGA.
           IF PC-EXCLUIDO
               ADD 1 TO WS-QTDE-EXC
           ELSE
               ADD 1 TO WS-QTDE-ALT.
           MOVE PROD-COD TO PC-PROD-COD.
           MOVE PROD-EAN TO PC-EAN.
           MOVE PROD-DESCR TO PC-DESCR.
           MOVE WS-CI-PRECO TO PC-PRECO.
           MOVE WS-HOJE-AMD TO PC-DATA.
           MOVE WS-CI-UNID TO PC-UNIDADE.
           IF WS-TEM-CARGA = "S"
               REWRITE REG-PDVCARGA
           ELSE
               WRITE REG-PDVCARGA.

      *-----------------------------------------*
      * Carga PLU das balancas do balcao: todo produto ativo vendido
      * a peso, com o preco do quilo e os dias de validade que a
      * balanca imprime - a tabela inteira vai a cada carga.
       P-CARGA-BAL.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "CARGA PLU P/ AS BALANCAS (BALANCA.TXT)".
           MOVE ZEROS TO WS-QTDE-PLU.
           OPEN OUTPUT ARQBAL.
           MOVE ZEROS TO PROD-COD.
           START ESTOQUE KEY IS NOT LESS THAN PROD-COD
               INVALID KEY
                   GO TO P-CARGA-BAL-TOTAL.
       P-CARGA-BAL-LER.
           READ ESTOQUE NEXT RECORD
               AT END
                   GO TO P-CARGA-BAL-TOTAL.
           IF PROD-COD = ZEROS
               GO TO P-CARGA-BAL-LER.
           IF NOT PROD-A-PESO OR PROD-INATIVO
               GO TO P-CARGA-BAL-LER.
           MOVE PROD-COD TO WS-PLU-COD.
           MOVE PROD-DESCR TO WS-PLU-DESCR.
           MOVE WS-HOJE-AMD TO WS-DATA-REF.
           PERFORM P-PRECO-VIGENTE THRU P-PRECO-VIGENTE-FIM.
           MOVE WS-PRECO-VIGENTE TO WS-PLU-PRECO.
           MOVE PROD-VALIDADE TO WS-PLU-VALIDADE.
           WRITE REG-ARQBAL FROM WS-LINHA-PLU.
           ADD 1 TO WS-QTDE-PLU.
           GO TO P-CARGA-BAL-LER.
       P-CARGA-BAL-TOTAL.
           CLOSE ARQBAL.
           DISPLAY (04 04) WS-QTDE-PLU " PLU(s) gravado(s) - levar o"
               " BALANCA.TXT p/ as balancas".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-CARGA-BAL-FIM.

      *-----------------------------------------*
      * Preco vigente do produto na data WS-DATA-REF (AAAAMMDD): o
      * da promocao ativa que cobre a data, ou o PROD-PRECO normal.
       P-PRECO-VIGENTE.
           MOVE PROD-PRECO TO WS-PRECO-VIGENTE.
           MOVE "N" TO WS-EM-PROMO.
           MOVE ZEROS TO WS-PROMO-FIM.
           MOVE PROD-COD TO PRM-PROD.
           MOVE ZEROS TO PRM-INICIO.
           START PROMOCAO KEY IS NOT LESS THAN PRM-CHAVE
               INVALID KEY
                   GO TO P-PRECO-VIGENTE-FIM.
       P-PRECO-VIGENTE-LER.
           READ PROMOCAO NEXT RECORD
               AT END
                   GO TO P-PRECO-VIGENTE-FIM.
           IF PRM-PROD NOT = PROD-COD
               GO TO P-PRECO-VIGENTE-FIM.
           IF PRM-INICIO > WS-DATA-REF
               GO TO P-PRECO-VIGENTE-FIM.
           IF PRM-ATIVA AND PRM-FIM NOT < WS-DATA-REF
               MOVE PRM-PRECO TO WS-PRECO-VIGENTE
               MOVE "S" TO WS-EM-PROMO
               MOVE PRM-FIM TO WS-PROMO-FIM.
           GO TO P-PRECO-VIGENTE-LER.
       P-PRECO-VIGENTE-FIM.

      *-----------------------------------------*
      * Cadastro de promocoes por produto: lista as do produto,
      * inclui (com o aviso de venda abaixo do custo medio) ou
      * cancela uma que ainda nao acabou.
       P-PROMOCAO.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Produto (0=Sai)....=".
           ACCEPT (02 25) WS-PROD WITH PROMPT AUTO-SKIP.
           IF WS-PROD = ZEROS
               GO TO P-PROMOCAO-FIM.
           MOVE WS-PROD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   DISPLAY (22 04) "!! PRODUTO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   GO TO P-PROMOCAO.
           DISPLAY (02 31) PROD-DESCR.
           MOVE PROD-PRECO TO WS-MOSTRA-PRECO.
           DISPLAY (03 04) "Preco Normal.......= " WS-MOSTRA-PRECO.
           MOVE PROD-CUSTO-MEDIO TO WS-MOSTRA-PRECO.
           DISPLAY (03 40) "Custo Medio= " WS-MOSTRA-PRECO.
       P-PROMOCAO-LISTA.
           DISPLAY (05 01) ERASE.
           DISPLAY (05 04) "Inicio".
           DISPLAY (05 16) "Fim".
           DISPLAY (05 30) "Preco".
           DISPLAY (05 41) "Sit".
           PERFORM P-PROMO-LISTA THRU P-PROMO-LISTA-FIM.
           DISPLAY (17 04) "<I> Incluir  <C> Cancelar  <0> Volta =".
           MOVE SPACES TO WS-P.
           ACCEPT (17 43) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P = "I" OR WS-P = "i"
               PERFORM P-PROMO-INCLUI THRU P-PROMO-INCLUI-FIM
               GO TO P-PROMOCAO-LISTA.
           IF WS-P = "C" OR WS-P = "c"
               PERFORM P-PROMO-CANCELA THRU P-PROMO-CANCELA-FIM
               GO TO P-PROMOCAO-LISTA.
           IF WS-P = "0"
               GO TO P-PROMOCAO.
           GO TO P-PROMOCAO-LISTA.
       P-PROMOCAO-FIM.

      *-----promocoes do produto (ate 10 linhas), a de hoje marcada-----*
       P-PROMO-LISTA.
           MOVE 6 TO LIN.
           MOVE ZEROS TO WS-QTDE-PROMO.
           MOVE PROD-COD TO PRM-PROD.
           MOVE ZEROS TO PRM-INICIO.
           START PROMOCAO KEY IS NOT LESS THAN PRM-CHAVE
               INVALID KEY
                   GO TO P-PROMO-LISTA-FIM.
       P-PROMO-LISTA-LER.
           READ PROMOCAO NEXT RECORD
               AT END
                   GO TO P-PROMO-LISTA-FIM.
           IF PRM-PROD NOT = PROD-COD
               GO TO P-PROMO-LISTA-FIM.
           ADD 1 TO WS-QTDE-PROMO.
           IF LIN > 15
               GO TO P-PROMO-LISTA-LER.
           MOVE PRM-INICIO TO WS-DT-ENT-R.
           DISPLAY (LIN, 04) WS-DTE-DIA "/" WS-DTE-MES "/" WS-DTE-ANO.
           MOVE PRM-FIM TO WS-DT-ENT-R.
           DISPLAY (LIN, 16) WS-DTE-DIA "/" WS-DTE-MES "/" WS-DTE-ANO.
           MOVE PRM-PRECO TO WS-MOSTRA-PRECO.
           DISPLAY (LIN, 28) WS-MOSTRA-PRECO.
           DISPLAY (LIN, 42) PRM-SITUACAO.
           IF PRM-ATIVA AND PRM-INICIO NOT > WS-HOJE-AMD
                   AND PRM-FIM NOT < WS-HOJE-AMD
               DISPLAY (LIN, 45) "<- vigente hoje".
           ADD 1 TO LIN.
           GO TO P-PROMO-LISTA-LER.
       P-PROMO-LISTA-FIM.
           IF WS-QTDE-PROMO > 10
               DISPLAY (16 04) WS-QTDE-PROMO " promocoes - so as 10 "
                   "primeiras na tela".

      *-----inclusao: datas, preco menor que o normal, sem cruzar------*
      *-----outra promocao ativa do produto-----------------------------*
       P-PROMO-INCLUI.
           DISPLAY (19 04) "Inicio DD MM AAAA..=   /  /    ".
           MOVE ZEROS TO WS-DT-ENT.
           ACCEPT (19 25) WS-DTE-DIA WITH PROMPT AUTO-SKIP.
           ACCEPT (19 28) WS-DTE-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (19 31) WS-DTE-ANO WITH PROMPT AUTO-SKIP.
           PERFORM P-VALIDA-DATA.
           IF WS-DATA-OK NOT = "S"
               GO TO P-PROMO-INCLUI-SAI.
           MOVE WS-DT-ENT-R TO WS-PRM-INI-NOVO.
           DISPLAY (20 04) "Fim    DD MM AAAA..=   /  /    ".
           MOVE ZEROS TO WS-DT-ENT.
           ACCEPT (20 25) WS-DTE-DIA WITH PROMPT AUTO-SKIP.
           ACCEPT (20 28) WS-DTE-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (20 31) WS-DTE-ANO WITH PROMPT AUTO-SKIP.
           PERFORM P-VALIDA-DATA.
           IF WS-DATA-OK NOT = "S"
               GO TO P-PROMO-INCLUI-SAI.
           MOVE WS-DT-ENT-R TO WS-PRM-FIM-NOVO.
           IF WS-PRM-FIM-NOVO < WS-PRM-INI-NOVO
                   OR WS-PRM-FIM-NOVO < WS-HOJE-AMD
               DISPLAY (22 04) "!! FIM ANTES DO INICIO OU DE HOJE !!"
               ACCEPT WS-P
               GO TO P-PROMO-INCLUI-SAI.
           PERFORM P-PROMO-SOBREPOE THRU P-PROMO-SOBREPOE-FIM.
           IF WS-SOBREPOE = "S"
               DISPLAY (22 04) "!! CRUZA OUTRA PROMOCAO DO PRODUTO !!"
               ACCEPT WS-P
               GO TO P-PROMO-INCLUI-SAI.
           DISPLAY (21 04) "Preco Promocional..=".
           MOVE ZEROS TO WS-PRECO-NOVO.
           ACCEPT (21 25) WS-PRECO-NOVO WITH PROMPT AUTO-SKIP.
           IF WS-PRECO-NOVO = ZEROS
               GO TO P-PROMO-INCLUI-SAI.
           IF WS-PRECO-NOVO NOT < PROD-PRECO
               DISPLAY (22 04) "!! NAO E MENOR QUE O PRECO NORMAL !!"
               ACCEPT WS-P
               GO TO P-PROMO-INCLUI-SAI.
           MOVE WS-PRECO-NOVO TO WS-PRECO-MARGEM.
           PERFORM P-CALCULA-MARGEM.
           DISPLAY (21 40) "Margem %= " WS-MOSTRA-MARGEM.
           IF ABAIXO-CUSTO-88
               DISPLAY (22 04) "!! PROMOCAO ABAIXO DO CUSTO MEDIO - "
                   "CONFIRMA <S/N>? "
               MOVE SPACES TO WS-P
               ACCEPT (22 56) WS-P WITH PROMPT AUTO-SKIP
               IF WS-P NOT = "S" AND WS-P NOT = "s"
                   GO TO P-PROMO-INCLUI-SAI.
           MOVE PROD-COD TO PRM-PROD.
           MOVE WS-PRM-INI-NOVO TO PRM-INICIO.
           MOVE WS-PRM-FIM-NOVO TO PRM-FIM.
           MOVE WS-PRECO-NOVO TO PRM-PRECO.
           MOVE "A" TO PRM-SITUACAO.
           MOVE WS-OPER-ATUAL TO PRM-OPER-COD.
           MOVE WS-HOJE-AMD TO PRM-DATA-CAD.
           WRITE REG-PROMOCAO
               INVALID KEY
                   DISPLAY (22 04) "!! JA HA PROMOCAO C/ ESSE INICIO !!"
                   ACCEPT WS-P.
       P-PROMO-INCLUI-SAI.
           DISPLAY (19 01) ERASE.
       P-PROMO-INCLUI-FIM.

      *-----outra promocao ativa do produto cruza o periodo novo?------*
       P-PROMO-SOBREPOE.
           MOVE "N" TO WS-SOBREPOE.
           MOVE PROD-COD TO PRM-PROD.
           MOVE ZEROS TO PRM-INICIO.
           START PROMOCAO KEY IS NOT LESS THAN PRM-CHAVE
               INVALID KEY
                   GO TO P-PROMO-SOBREPOE-FIM.
       P-PROMO-SOBREPOE-LER.
           READ PROMOCAO NEXT RECORD
               AT END
                   GO TO P-PROMO-SOBREPOE-FIM.
           IF PRM-PROD NOT = PROD-COD
               GO TO P-PROMO-SOBREPOE-FIM.
           IF PRM-ATIVA AND PRM-INICIO NOT > WS-PRM-FIM-NOVO
                   AND PRM-FIM NOT < WS-PRM-INI-NOVO
               MOVE "S" TO WS-SOBREPOE
               GO TO P-PROMO-SOBREPOE-FIM.
           GO TO P-PROMO-SOBREPOE-LER.
       P-PROMO-SOBREPOE-FIM.

      *-----cancela pela data de inicio; a ja encerrada fica p/ o------*
      *-----resultado----------------------------------------------------*
       P-PROMO-CANCELA.
           DISPLAY (19 04) "Inicio DD MM AAAA..=   /  /    ".
           MOVE ZEROS TO WS-DT-ENT.
           ACCEPT (19 25) WS-DTE-DIA WITH PROMPT AUTO-SKIP.
           ACCEPT (19 28) WS-DTE-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (19 31) WS-DTE-ANO WITH PROMPT AUTO-SKIP.
           MOVE PROD-COD TO PRM-PROD.
           MOVE WS-DT-ENT-R TO PRM-INICIO.
           READ PROMOCAO
               INVALID KEY
                   DISPLAY (22 04) "!! PROMOCAO NAO ENCONTRADA !!"
                   ACCEPT WS-P
                   GO TO P-PROMO-CANCELA-SAI.
           IF NOT PRM-ATIVA OR PRM-FIM < WS-HOJE-AMD
               DISPLAY (22 04) "!! PROMOCAO JA CANCELADA/ENCERRADA !!"
               ACCEPT WS-P
               GO TO P-PROMO-CANCELA-SAI.
           DISPLAY (22 04) "Cancela a promocao <S/N>? ".
           MOVE SPACES TO WS-P.
           ACCEPT (22 31) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-PROMO-CANCELA-SAI.
           MOVE "X" TO PRM-SITUACAO.
           MOVE WS-OPER-ATUAL TO PRM-OPER-COD.
           REWRITE REG-PROMOCAO.
       P-PROMO-CANCELA-SAI.
           DISPLAY (19 01) ERASE.
       P-PROMO-CANCELA-FIM.

      *-----dia 1-31, mes 1-12, ano 4 digitos--------------------------*
       P-VALIDA-DATA.
           MOVE "S" TO WS-DATA-OK.
           IF WS-DTE-DIA < 1 OR WS-DTE-DIA > 31
                   OR WS-DTE-MES < 1 OR WS-DTE-MES > 12
                   OR WS-DTE-ANO < 2000
               MOVE "N" TO WS-DATA-OK
               DISPLAY (22 04) "!! DATA INVALIDA !!"
               ACCEPT WS-P.

      *-----------------------------------------*
      * Resultado das promocoes encerradas no periodo: quantidade
      * vendida pelo PDV (saida "S" sem documento, MOVEST.DAT)
      * durante a oferta contra o mesmo numero de dias logo antes.
       P-RESULT-PROMO.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "RESULTADO DAS PROMOCOES ENCERRADAS".
           DISPLAY (04 04) "Encerradas de......=   /  /    ".
           DISPLAY (05 04) "Ate................=   /  /    ".
           MOVE ANO TO WS-DTE-ANO.
           MOVE MES TO WS-DTE-MES.
           MOVE 1 TO WS-DTE-DIA.
           ACCEPT (04 25) WS-DTE-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (04 28) WS-DTE-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (04 31) WS-DTE-ANO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-DTE-DIA = ZEROS
               GO TO P-RESULT-PROMO-FIM.
           MOVE WS-DT-ENT-R TO WS-RES-DE.
           MOVE WS-HOJE-AMD TO WS-DT-ENT-R.
           ACCEPT (05 25) WS-DTE-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (05 28) WS-DTE-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (05 31) WS-DTE-ANO WITH PROMPT UPDATE AUTO-SKIP.
           MOVE WS-DT-ENT-R TO WS-RES-ATE.
           DISPLAY (07 04) "Processando...".
           PERFORM P-RES-MONTA THRU P-RES-MONTA-FIM.
           IF WS-QTDE-RES = ZEROS
               DISPLAY (22 04) "!! NENHUMA PROMOCAO ENCERRADA NO "
                   "PERIODO !!"
               ACCEPT WS-P
               GO TO P-RESULT-PROMO-FIM.
           PERFORM P-RES-VENDAS THRU P-RES-VENDAS-FIM.
           PERFORM P-RES-IMPRIME THRU P-RES-IMPRIME-FIM.
       P-RESULT-PROMO-FIM.

      *-----promocoes ativas encerradas no periodo (e antes de hoje)----*
      *-----com a faixa juliana da oferta e do mesmo tanto antes--------*
       P-RES-MONTA.
           MOVE ZEROS TO WS-QTDE-RES.
           MOVE ZEROS TO PRM-CHAVE.
           START PROMOCAO KEY IS NOT LESS THAN PRM-CHAVE
               INVALID KEY
                   GO TO P-RES-MONTA-FIM.
       P-RES-MONTA-LER.
           READ PROMOCAO NEXT RECORD
               AT END
                   GO TO P-RES-MONTA-FIM.
           IF NOT PRM-ATIVA
               GO TO P-RES-MONTA-LER.
           IF PRM-FIM < WS-RES-DE OR PRM-FIM > WS-RES-ATE
                   OR PRM-FIM NOT < WS-HOJE-AMD
               GO TO P-RES-MONTA-LER.
           IF WS-QTDE-RES NOT < 300
               DISPLAY (21 04) "!! MAIS DE 300 PROMOCOES - "
                   "ENCURTE O PERIODO !!"
               GO TO P-RES-MONTA-FIM.
           ADD 1 TO WS-QTDE-RES.
           MOVE WS-QTDE-RES TO WS-RX.
           MOVE PRM-PROD TO WS-RS-PROD(WS-RX).
           MOVE PRM-INICIO TO WS-RS-INICIO(WS-RX).
           MOVE PRM-FIM TO WS-RS-FIM(WS-RX).
           MOVE PRM-INICIO TO WS-DT-ENT-R.
           MOVE WS-DTE-ANO TO WS-CJ-ANO.
           MOVE WS-DTE-MES TO WS-CJ-MES.
           MOVE WS-DTE-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-RS-J-INI(WS-RX).
           MOVE PRM-FIM TO WS-DT-ENT-R.
           MOVE WS-DTE-ANO TO WS-CJ-ANO.
           MOVE WS-DTE-MES TO WS-CJ-MES.
           MOVE WS-DTE-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-RS-J-FIM(WS-RX).
           COMPUTE WS-RS-J-ANTES(WS-RX) = WS-RS-J-INI(WS-RX)
               - ( WS-RS-J-FIM(WS-RX) - WS-RS-J-INI(WS-RX) + 1 ).
           MOVE ZEROS TO WS-RS-QT-ANTES(WS-RX).
           MOVE ZEROS TO WS-RS-QT-PROMO(WS-RX).
           GO TO P-RES-MONTA-LER.
       P-RES-MONTA-FIM.

      *-----uma passada no diario: cada venda cai na oferta ou no------*
      *-----periodo de antes das promocoes do produto-------------------*
       P-RES-VENDAS.
           OPEN INPUT MOVEST.
           IF FS-MOVEST NOT = "00"
               CLOSE MOVEST
               GO TO P-RES-VENDAS-FIM.
       P-RES-VENDAS-LER.
           READ MOVEST NEXT RECORD
               AT END
                   CLOSE MOVEST
                   GO TO P-RES-VENDAS-FIM.
           IF NOT MOV-SAIDA OR MOV-NUM-CHE NOT = SPACES
               GO TO P-RES-VENDAS-LER.
           MOVE MOV-ANO TO WS-CJ-ANO.
           MOVE MOV-MES TO WS-CJ-MES.
           MOVE MOV-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-JULIANO-MOV.
           IF MOV-QTDE < ZEROS
               COMPUTE WS-QTDE-MOV-ABS = ZEROS - MOV-QTDE
           ELSE
               MOVE MOV-QTDE TO WS-QTDE-MOV-ABS.
           MOVE ZEROS TO WS-RX.
       P-RES-VENDAS-CASA.
           ADD 1 TO WS-RX.
           IF WS-RX > WS-QTDE-RES
               GO TO P-RES-VENDAS-LER.
           IF WS-RS-PROD(WS-RX) NOT = MOV-PROD-COD
               GO TO P-RES-VENDAS-CASA.
           IF WS-JULIANO-MOV NOT < WS-RS-J-INI(WS-RX)
                   AND WS-JULIANO-MOV NOT > WS-RS-J-FIM(WS-RX)
               ADD WS-QTDE-MOV-ABS TO WS-RS-QT-PROMO(WS-RX).
           IF WS-JULIANO-MOV NOT < WS-RS-J-ANTES(WS-RX)
                   AND WS-JULIANO-MOV < WS-RS-J-INI(WS-RX)
               ADD WS-QTDE-MOV-ABS TO WS-RS-QT-ANTES(WS-RX).
           GO TO P-RES-VENDAS-CASA.
       P-RES-VENDAS-FIM.

      *-----uma linha por promocao, na tela e em MERC10.TXT-------------*
       P-RES-IMPRIME.
           OPEN OUTPUT ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-PROMO-CAB.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 01) LINHA-PROMO-CAB.
           MOVE 4 TO LIN.
           MOVE ZEROS TO WS-RX.
       P-RES-IMPRIME-LER.
           ADD 1 TO WS-RX.
           IF WS-RX > WS-QTDE-RES
               GO TO P-RES-IMPRIME-TOTAL.
           MOVE WS-RS-PROD(WS-RX) TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   MOVE SPACES TO PROD-DESCR.
           MOVE WS-RS-PROD(WS-RX) TO PRO-PROD-DET.
           MOVE PROD-DESCR TO PRO-DESCR-DET.
           MOVE WS-RS-INICIO(WS-RX) TO WS-DT-ENT-R.
           MOVE WS-DTE-DIA TO PRO-INI-DIA-DET.
           MOVE WS-DTE-MES TO PRO-INI-MES-DET.
           MOVE WS-RS-FIM(WS-RX) TO WS-DT-ENT-R.
           MOVE WS-DTE-DIA TO PRO-FIM-DIA-DET.
           MOVE WS-DTE-MES TO PRO-FIM-MES-DET.
           COMPUTE PRO-DIAS-DET =
               WS-RS-J-FIM(WS-RX) - WS-RS-J-INI(WS-RX) + 1.
           MOVE WS-RS-QT-ANTES(WS-RX) TO PRO-ANTES-DET.
           MOVE WS-RS-QT-PROMO(WS-RX) TO PRO-PROMO-DET.
           IF WS-RS-QT-ANTES(WS-RX) = ZEROS
               MOVE "   s/v" TO PRO-VAR-TXT
               GO TO P-RES-IMPRIME-GRAVA.
           COMPUTE WS-VAR-PCT ROUNDED =
               ( WS-RS-QT-PROMO(WS-RX) - WS-RS-QT-ANTES(WS-RX) )
               * 100 / WS-RS-QT-ANTES(WS-RX)
               ON SIZE ERROR
                   MOVE 99999 TO WS-VAR-PCT.
           MOVE WS-VAR-PCT TO PRO-VAR-DET.
       P-RES-IMPRIME-GRAVA.
           WRITE REG-ARQSAID FROM LINHA-PROMO.
           DISPLAY (LIN, 01) LINHA-PROMO.
           ADD 1 TO LIN.
           IF LIN > 19 PERFORM P-PARA.
           GO TO P-RES-IMPRIME-LER.
       P-RES-IMPRIME-TOTAL.
           CLOSE ARQSAID.
           MOVE SPACES TO WS-RARQ-FILTRO.
           STRING "Resultado de promocoes de " WS-RES-DE " a "
                  WS-RES-ATE
                  DELIMITED BY SIZE INTO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           DISPLAY (21 02) WS-QTDE-RES
               " promocao(oes) - Var% = promo contra antes; s/v = "
               "sem venda antes".
           DISPLAY (22 02) "Relatorio em MERC10.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-RES-IMPRIME-FIM.

      *-----numero juliano (dia corrido no calendario), contando-------*
      *-----anos bissextos, igual ao do MERC13-------------------------*
       P-CALCULA-JULIANO.
           MOVE ZEROS TO WS-CJ-AJUSTE.
           DIVIDE WS-CJ-ANO BY 4 GIVING WS-CJ-DIVANO
                                 REMAINDER WS-CJ-RESTO.
           IF WS-CJ-RESTO = 0 AND WS-CJ-MES > 2
               MOVE 1 TO WS-CJ-AJUSTE.
           COMPUTE WS-CJ-RESULT =
               ( WS-CJ-ANO * 365 ) + WS-CJ-DIVANO
               + WS-TAB-MES-V ( WS-CJ-MES ) + WS-CJ-DIA + WS-CJ-AJUSTE.

      *-----data da ultima tirada (FILTRO.DAT sob "MERC10")------------*
       P-LE-ULTIMA-TIRADA.
           MOVE ZEROS TO WS-ULTIMA-AMD.
           CLOSE SESSAO.

       P-FIM.
           CLOSE ESTOQUE PROMOCAO.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO36.COM".

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
           MOVE "MERC10" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "MERC10.TXT" TO RARQ-ARQUIVO.
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
