       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MERC18.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    RECALCULO DO ESTOQUE MINIMO PELO GIRO DE VENDAS
      *    O PROD-MINIMO era digitado uma vez no MERC01 e nunca
      *    mais mudava - o MERC05 pedia cerveja em dezembro como
      *    se fosse fevereiro e comprava demais o que parou de
      *    vender. Este recalculo le as vendas do PDV (saidas "S"
      *    sem documento no MOVEST.DAT) das ultimas N semanas e
      *    tira a venda media por dia de cada produto; o prazo de
      *    entrega vem do historico de pedidos do fornecedor
      *    habitual (PEDIDO.DAT: data do pedido em PED-INSCR ate a
      *    primeira entrada do MERC02 amarrada ao titulo do
      *    pedido faturado, ultimos 365 dias). Novo minimo =
      *    venda por dia x prazo + margem de seguranca em %,
      *    arredondado p/ cima, nunca menos que 1. Fornecedor sem
      *    historico usa o prazo padrao digitado. So entra produto
      *    ativo que ja esta na reposicao (minimo > 0). O operador
      *    revisa as alteracoes secao por secao de gondola e
      *    aceita a secao inteira ou produto a produto; o que nao
      *    aceitar fica como esta. O diario do ano anterior ja
      *    expurgado (MOVESTnn.DAT, BANCO91) tambem e lido, p/ a
      *    janela que cruza a virada do ano. Resumo em MERC18.TXT.
      *    Menu de Estoque (BANCO36, opcao 18).
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-MOVEST.
           SELECT ESTOQUE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROD-COD
                  FILE STATUS IS FS-ESTOQUE.
           SELECT PEDIDO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PED-NUM
                  FILE STATUS IS FS-PEDIDO.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT RELARQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RARQ-CHAVE
                  FILE STATUS IS FS-RARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY MOVESTMAST.

       COPY ESTQMAST.

       COPY PEDMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "MERC18.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada---------*
      *-----micro): so o numero do terminal----------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       COPY RARQMAST.

       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-MOVEST          PIC X(12) VALUE "MOVEST.DAT".
      *-----ano anterior arquivado (MOVESTnn.DAT, ano em 2 digitos)-----*
       77 WS-ANO-ARQ2            PIC 99 VALUE ZEROS.
       01 WS-ARQ-MOV-MONTA.
           03 FILLER            PIC X(06) VALUE "MOVEST".
           03 WS-AMM-ANO        PIC 99.
           03 FILLER            PIC X(04) VALUE ".DAT".
       77 FS-MOVEST             PIC XX.
       77 FS-ESTOQUE            PIC XX.
       77 FS-PEDIDO             PIC XX.
       77 FS-ARQ                PIC XX.
      *-----sessao POR TERMINAL: cada estacao le TERMINAL.DAT local----*
      *-----e abre o seu proprio SESSAOnn.DAT (terminal 1 = o----------*
      *-----SESSAO.DAT de sempre) - duas estacoes nao se atropelam-----*
      *-----mais na mesma sessao---------------------------------------*
       77 FS-SESSAO             PIC XX.
       77 FS-TERM               PIC XX.
       77 WS-TERMINAL           PIC 99 VALUE 1.
       01 WS-ARQ-SESSAO         PIC X(12) VALUE "SESSAO.DAT".
       01 WS-ARQ-SESS-MONTA.
           03 FILLER           PIC X(06) VALUE "SESSAO".
           03 WS-ARQ-SESS-COD  PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
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
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
       77 WS-LIMPA-LINHA       PIC X(79) VALUE SPACES.

       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

      *-----parametros do recalculo-------------------------------------*
       77 WS-SEMANAS            PIC 99 VALUE 8.
       77 WS-MARGEM-SEG         PIC 999 VALUE 30.
       77 WS-PRAZO-PADRAO       PIC 999 VALUE 7.
       77 WS-DIAS-JANELA        PIC 9(04) VALUE ZEROS.

      *-----dias corridos (juliano): janela de vendas e prazos----------*
       77 WS-CJ-ANO             PIC 9(04).
       77 WS-CJ-MES             PIC 99.
       77 WS-CJ-DIA             PIC 99.
       77 WS-CJ-DIVANO          PIC 9(04).
       77 WS-CJ-RESTO           PIC 9(03).
       77 WS-CJ-AJUSTE          PIC 9.
       77 WS-CJ-RESULT          PIC 9(07).
       77 WS-J-HOJE             PIC 9(07) VALUE ZEROS.
       77 WS-J-INI-VENDA        PIC 9(07) VALUE ZEROS.
       77 WS-J-INI-PEDIDO       PIC 9(07) VALUE ZEROS.
       77 WS-J-MOV              PIC 9(07) VALUE ZEROS.
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

      *-----data do pedido (PED-INSCR vem DDMMAAAA)---------------------*
       01 WS-DT-PED.
           03 WS-DTP-DIA        PIC 99.
           03 WS-DTP-MES        PIC 99.
           03 WS-DTP-ANO        PIC 9(04).
       01 WS-DT-PED-R REDEFINES WS-DT-PED PIC 9(08).

      *-----venda do PDV na janela, por produto-------------------------*
       01 WS-VENDAS.
           03 WS-VD OCCURS 9999 TIMES PIC 9(07)V999.
       77 WS-QTDE-ABS           PIC 9(06)V999 VALUE ZEROS.

      *-----pedidos faturados recentes: data do pedido e da 1a---------*
      *-----entrada amarrada ao titulo (circular, os 500 ultimos)-------*
       01 WS-TAB-PEDIDOS.
           03 WS-PD OCCURS 500 TIMES.
               05 WS-PD-NUM-CHE PIC X(06).
               05 WS-PD-FORN    PIC 9(03).
               05 WS-PD-J-PED   PIC 9(07).
               05 WS-PD-J-REC   PIC 9(07).
       77 WS-PD-QT              PIC 9(03) VALUE ZEROS.
       77 WS-PD-POS             PIC 9(03) VALUE ZEROS.
       77 WS-DX                 PIC 9(03) VALUE ZEROS.

      *-----prazo de entrega por fornecedor (soma de dias / pedidos)----*
       01 WS-TAB-PRAZOS.
           03 WS-LT OCCURS 999 TIMES.
               05 WS-LT-DIAS    PIC 9(07).
               05 WS-LT-QTDE    PIC 9(05).

      *-----propostas de novo minimo (so as que mudam)------------------*
       01 WS-TAB-PROPOSTAS.
           03 WS-PR OCCURS 2000 TIMES.
               05 WS-PR-PROD    PIC 9(04).
               05 WS-PR-SECAO   PIC 99.
               05 WS-PR-ATUAL   PIC 9(06).
               05 WS-PR-NOVO    PIC 9(06).
               05 WS-PR-PRAZO   PIC 9(03).
               05 WS-PR-MEDIA   PIC 9(05)V999.
               05 WS-PR-SIT     PIC X(01).
       77 WS-PR-QT              PIC 9(04) VALUE ZEROS.
       77 WS-RX                 PIC 9(04) VALUE ZEROS.
       77 WS-PRAZO              PIC 9(03) VALUE ZEROS.
       77 WS-MEDIA-DIA          PIC 9(05)V999 VALUE ZEROS.
       77 WS-NOVO-CALC          PIC 9(07)V999 VALUE ZEROS.
       77 WS-NOVO-MIN           PIC 9(07) VALUE ZEROS.
       77 WS-FORA-TABELA        PIC 9(04) VALUE ZEROS.

      *-----revisao secao por secao-------------------------------------*
       77 WS-SEC-LOOP           PIC 9(03) VALUE ZEROS.
       77 WS-SEC-QTDE           PIC 9(04) VALUE ZEROS.
       77 WS-ACEITOS            PIC 9(04) VALUE ZEROS.
       77 WS-ENCERRA            PIC X VALUE "N".
       88 ENCERRA-88            VALUE "S".

       01 LINHA-TRACO.
           02 F PIC X(78) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(30) VALUE "Recalculo do Estoque Minimo - ".
           02 TIT-SEMANAS      PIC Z9.
           02 F PIC X(17) VALUE " semana(s), marg.".
           02 TIT-MARGEM       PIC ZZ9.
           02 F PIC X(12) VALUE "%, prazo pad".
           02 TIT-PRAZO        PIC ZZ9.
           02 F PIC X(01) VALUE "d".
       01 LINHA-SECAO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(06) VALUE "Secao ".
           02 SEC-DET          PIC 99.
           02 F PIC X(03) VALUE " - ".
           02 SEC-QTDE-DET     PIC ZZZ9.
           02 F PIC X(17) VALUE " alteracao(oes)  ".
       01 LINHA-DET.
           02 F PIC X(02) VALUE SPACES.
           02 PROD-DET         PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 DESCR-DET        PIC X(20).
           02 F PIC X(06) VALUE " Vd/d ".
           02 MEDIA-DET        PIC ZZZ9,999.
           02 F PIC X(04) VALUE " Pz ".
           02 PRAZO-DET        PIC ZZ9.
           02 F PIC X(05) VALUE " Min ".
           02 ATUAL-DET        PIC ZZZZZ9.
           02 F PIC X(04) VALUE " -> ".
           02 NOVO-DET         PIC ZZZZZ9.
           02 F PIC X(01) VALUE SPACES.
           02 SIT-DET          PIC X(07).

       PROCEDURE DIVISION.

       P03-ABERTURA.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE NOT = "00"
               DISPLAY (22 04) "!! ESTOQUE.DAT NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE ESTOQUE
               DISPLAY (01 01) ERASE
               CHAIN "BANCO36.COM".
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC18".
           DISPLAY (02 16) " Recalculo do Estoque Minimo pelo Giro ".
           DISPLAY (04 04) "Semanas de vendas (0=Sai).=".
           DISPLAY (05 04) "Margem de seguranca %.....=".
           DISPLAY (06 04) "Prazo padrao (dias).......=".
           DISPLAY (07 04) "(fornecedor sem historico de pedidos)".
           ACCEPT (04 32) WS-SEMANAS WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-SEMANAS = ZEROS
               PERFORM P-FIM.
           ACCEPT (05 32) WS-MARGEM-SEG WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (06 32) WS-PRAZO-PADRAO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-PRAZO-PADRAO = ZEROS
               MOVE 1 TO WS-PRAZO-PADRAO.
           MOVE ANO TO WS-CJ-ANO.
           MOVE MES TO WS-CJ-MES.
           MOVE DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-J-HOJE.
           COMPUTE WS-DIAS-JANELA = WS-SEMANAS * 7.
           COMPUTE WS-J-INI-VENDA = WS-J-HOJE - WS-DIAS-JANELA + 1.
           COMPUTE WS-J-INI-PEDIDO = WS-J-HOJE - 365.
           DISPLAY (09 04) "Lendo pedidos e diario de estoque...".
           MOVE ZEROS TO WS-VENDAS.
           MOVE ZEROS TO WS-TAB-PRAZOS.
           PERFORM P-CARREGA-PEDIDOS THRU P-CARREGA-PEDIDOS-FIM.
           PERFORM P-VARRE THRU P-VARRE-FIM.
           COMPUTE WS-ANO-ARQ2 = ANO - 2001.
           MOVE WS-ANO-ARQ2 TO WS-AMM-ANO.
           MOVE WS-ARQ-MOV-MONTA TO WS-ARQ-MOVEST.
           PERFORM P-VARRE THRU P-VARRE-FIM.
           PERFORM P-SOMA-PRAZOS THRU P-SOMA-PRAZOS-FIM.
           PERFORM P-PROPOE THRU P-PROPOE-FIM.
           IF WS-PR-QT = ZEROS
               DISPLAY (21 04) "Nenhum minimo a alterar."
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               PERFORM P-FIM.
           MOVE "N" TO WS-ENCERRA.
           MOVE ZEROS TO WS-ACEITOS.
           MOVE ZEROS TO WS-SEC-LOOP.
           PERFORM P-REVISA-SECAO THRU P-REVISA-SECAO-FIM.
           PERFORM P-IMPRIME THRU P-IMPRIME-FIM.
           PERFORM P-FIM.

      *-----pedidos faturados do ultimo ano com o titulo amarrado-------*
       P-CARREGA-PEDIDOS.
           MOVE ZEROS TO WS-PD-QT.
           MOVE ZEROS TO WS-PD-POS.
           OPEN INPUT PEDIDO.
           IF FS-PEDIDO NOT = "00"
               CLOSE PEDIDO
               GO TO P-CARREGA-PEDIDOS-FIM.
           MOVE ZEROS TO PED-NUM.
           START PEDIDO KEY IS NOT LESS THAN PED-NUM
               INVALID KEY
                   CLOSE PEDIDO
                   GO TO P-CARREGA-PEDIDOS-FIM.
       P-CARREGA-PEDIDOS-LER.
           READ PEDIDO NEXT RECORD
               AT END
                   CLOSE PEDIDO
                   GO TO P-CARREGA-PEDIDOS-FIM.
           IF NOT PED-FATURADO OR PED-NUM-CHE = SPACES
               GO TO P-CARREGA-PEDIDOS-LER.
           IF PED-FORN = ZEROS OR PED-INSCR = ZEROS
               GO TO P-CARREGA-PEDIDOS-LER.
           MOVE PED-INSCR TO WS-DT-PED-R.
           IF WS-DTP-MES < 1 OR WS-DTP-MES > 12
               GO TO P-CARREGA-PEDIDOS-LER.
           MOVE WS-DTP-ANO TO WS-CJ-ANO.
           MOVE WS-DTP-MES TO WS-CJ-MES.
           MOVE WS-DTP-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           IF WS-CJ-RESULT < WS-J-INI-PEDIDO
               GO TO P-CARREGA-PEDIDOS-LER.
           ADD 1 TO WS-PD-POS.
           IF WS-PD-POS > 500
               MOVE 1 TO WS-PD-POS.
           IF WS-PD-QT < 500
               ADD 1 TO WS-PD-QT.
           MOVE PED-NUM-CHE TO WS-PD-NUM-CHE(WS-PD-POS).
           MOVE PED-FORN TO WS-PD-FORN(WS-PD-POS).
           MOVE WS-CJ-RESULT TO WS-PD-J-PED(WS-PD-POS).
           MOVE ZEROS TO WS-PD-J-REC(WS-PD-POS).
           GO TO P-CARREGA-PEDIDOS-LER.
       P-CARREGA-PEDIDOS-FIM.

      *-----uma passada no diario: venda do PDV da janela por produto--*
      *-----e a 1a entrada de cada pedido da tabela---------------------*
       P-VARRE.
           OPEN INPUT MOVEST.
           IF FS-MOVEST NOT = "00"
               CLOSE MOVEST
               GO TO P-VARRE-FIM.
       P-VARRE-LER.
           READ MOVEST NEXT RECORD
               AT END
                   CLOSE MOVEST
                   GO TO P-VARRE-FIM.
           IF MOV-PROD-COD = ZEROS
               GO TO P-VARRE-LER.
           IF NOT MOV-SAIDA AND NOT MOV-ENTRADA
               GO TO P-VARRE-LER.
           IF MOV-ENTRADA AND MOV-NUM-CHE = SPACES
               GO TO P-VARRE-LER.
           IF MOV-SAIDA AND MOV-NUM-CHE NOT = SPACES
               GO TO P-VARRE-LER.
           IF MOV-MES < 1 OR MOV-MES > 12
               GO TO P-VARRE-LER.
           MOVE MOV-ANO TO WS-CJ-ANO.
           MOVE MOV-MES TO WS-CJ-MES.
           MOVE MOV-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-J-MOV.
           IF MOV-ENTRADA
               PERFORM P-VARRE-ENTRADA THRU P-VARRE-ENTRADA-FIM
               GO TO P-VARRE-LER.
           IF WS-J-MOV < WS-J-INI-VENDA OR WS-J-MOV > WS-J-HOJE
               GO TO P-VARRE-LER.
           IF MOV-QTDE < ZEROS
               COMPUTE WS-QTDE-ABS = ZEROS - MOV-QTDE
           ELSE
               MOVE MOV-QTDE TO WS-QTDE-ABS.
           ADD WS-QTDE-ABS TO WS-VD(MOV-PROD-COD).
           GO TO P-VARRE-LER.
       P-VARRE-FIM.

      *-----entrada do titulo de um pedido: guarda a data mais cedo----*
       P-VARRE-ENTRADA.
           MOVE ZEROS TO WS-DX.
       P-VARRE-ENTRADA-LOOP.
           ADD 1 TO WS-DX.
           IF WS-DX > WS-PD-QT
               GO TO P-VARRE-ENTRADA-FIM.
           IF WS-PD-NUM-CHE(WS-DX) NOT = MOV-NUM-CHE
               GO TO P-VARRE-ENTRADA-LOOP.
           IF WS-J-MOV < WS-PD-J-PED(WS-DX)
               GO TO P-VARRE-ENTRADA-LOOP.
           IF WS-PD-J-REC(WS-DX) = ZEROS
                   OR WS-J-MOV < WS-PD-J-REC(WS-DX)
               MOVE WS-J-MOV TO WS-PD-J-REC(WS-DX).
           GO TO P-VARRE-ENTRADA-LOOP.
       P-VARRE-ENTRADA-FIM.

      *-----dias do pedido a entrega, somados por fornecedor------------*
       P-SOMA-PRAZOS.
           MOVE ZEROS TO WS-DX.
       P-SOMA-PRAZOS-LOOP.
           ADD 1 TO WS-DX.
           IF WS-DX > WS-PD-QT
               GO TO P-SOMA-PRAZOS-FIM.
           IF WS-PD-J-REC(WS-DX) = ZEROS
               GO TO P-SOMA-PRAZOS-LOOP.
           COMPUTE WS-LT-DIAS(WS-PD-FORN(WS-DX)) =
               WS-LT-DIAS(WS-PD-FORN(WS-DX))
               + WS-PD-J-REC(WS-DX) - WS-PD-J-PED(WS-DX).
           ADD 1 TO WS-LT-QTDE(WS-PD-FORN(WS-DX)).
           GO TO P-SOMA-PRAZOS-LOOP.
       P-SOMA-PRAZOS-FIM.

      *-----novo minimo de cada produto na reposicao; so entra na-----*
      *-----tabela o que muda---------------------------------------------*
       P-PROPOE.
           MOVE ZEROS TO WS-PR-QT.
           MOVE ZEROS TO WS-FORA-TABELA.
           MOVE ZEROS TO PROD-COD.
           START ESTOQUE KEY IS NOT LESS THAN PROD-COD
               INVALID KEY
                   GO TO P-PROPOE-FIM.
       P-PROPOE-LER.
           READ ESTOQUE NEXT RECORD
               AT END
                   GO TO P-PROPOE-FIM.
           IF NOT PROD-ATIVO OR PROD-MINIMO = ZEROS
               GO TO P-PROPOE-LER.
           MOVE WS-PRAZO-PADRAO TO WS-PRAZO.
           IF PROD-FORN NOT = ZEROS
               IF WS-LT-QTDE(PROD-FORN) NOT = ZEROS
                   COMPUTE WS-PRAZO ROUNDED = WS-LT-DIAS(PROD-FORN)
                       / WS-LT-QTDE(PROD-FORN).
           IF WS-PRAZO = ZEROS
               MOVE 1 TO WS-PRAZO.
           COMPUTE WS-MEDIA-DIA ROUNDED =
               WS-VD(PROD-COD) / WS-DIAS-JANELA.
           COMPUTE WS-NOVO-CALC ROUNDED =
               WS-VD(PROD-COD) * WS-PRAZO * ( 100 + WS-MARGEM-SEG )
               / ( WS-DIAS-JANELA * 100 ).
      *     arredonda p/ cima: fracao de unidade (ou de quilo) ja
      *     pede mais uma
           COMPUTE WS-NOVO-MIN = WS-NOVO-CALC + 0,999.
           IF WS-NOVO-MIN < 1
               MOVE 1 TO WS-NOVO-MIN.
           IF WS-NOVO-MIN > 999999
               MOVE 999999 TO WS-NOVO-MIN.
           IF WS-NOVO-MIN = PROD-MINIMO
               GO TO P-PROPOE-LER.
           IF WS-PR-QT NOT < 2000
               ADD 1 TO WS-FORA-TABELA
               GO TO P-PROPOE-LER.
           ADD 1 TO WS-PR-QT.
           MOVE PROD-COD TO WS-PR-PROD(WS-PR-QT).
           MOVE PROD-SECAO TO WS-PR-SECAO(WS-PR-QT).
           MOVE PROD-MINIMO TO WS-PR-ATUAL(WS-PR-QT).
           MOVE WS-NOVO-MIN TO WS-PR-NOVO(WS-PR-QT).
           MOVE WS-PRAZO TO WS-PR-PRAZO(WS-PR-QT).
           MOVE WS-MEDIA-DIA TO WS-PR-MEDIA(WS-PR-QT).
           MOVE "M" TO WS-PR-SIT(WS-PR-QT).
           GO TO P-PROPOE-LER.
       P-PROPOE-FIM.

      *-----------------------------------------*
      * Revisao: uma secao de gondola por vez (0 = sem secao), com
      * a lista das alteracoes; <T> aceita a secao inteira, <P> vai
      * produto a produto, <N> mantem a secao, <F> encerra a
      * revisao (o resto fica como esta).
       P-REVISA-SECAO.
           IF WS-SEC-LOOP > 99 OR ENCERRA-88
               GO TO P-REVISA-SECAO-FIM.
           MOVE ZEROS TO WS-SEC-QTDE.
           MOVE ZEROS TO WS-RX.
           PERFORM P-CONTA-SECAO THRU P-CONTA-SECAO-FIM.
           IF WS-SEC-QTDE = ZEROS
               GO TO P-REVISA-SECAO-PROXIMA.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC18".
           MOVE WS-SEC-LOOP TO SEC-DET.
           MOVE WS-SEC-QTDE TO SEC-QTDE-DET.
           DISPLAY (02 01) LINHA-SECAO.
           MOVE 4 TO LIN.
           MOVE ZEROS TO WS-RX.
           PERFORM P-LISTA-SECAO THRU P-LISTA-SECAO-FIM.
       P-REVISA-SECAO-OPCAO.
           DISPLAY (21 02) WS-LIMPA-LINHA.
           DISPLAY (22 02) WS-LIMPA-LINHA.
           DISPLAY (21 04) "<T> Aceita a secao  <P> Produto a "
               "produto  <N> Mantem  <F> Encerra =".
           MOVE SPACES TO WS-P.
           ACCEPT (21 74) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P = "T" OR WS-P = "t"
               MOVE ZEROS TO WS-RX
               PERFORM P-ACEITA-SECAO THRU P-ACEITA-SECAO-FIM
               GO TO P-REVISA-SECAO-PROXIMA.
           IF WS-P = "P" OR WS-P = "p"
               MOVE ZEROS TO WS-RX
               PERFORM P-PRODUTO-A-PRODUTO
                   THRU P-PRODUTO-A-PRODUTO-FIM
               GO TO P-REVISA-SECAO-PROXIMA.
           IF WS-P = "F" OR WS-P = "f"
               MOVE "S" TO WS-ENCERRA
               GO TO P-REVISA-SECAO-FIM.
           IF WS-P NOT = "N" AND WS-P NOT = "n"
               GO TO P-REVISA-SECAO-OPCAO.
       P-REVISA-SECAO-PROXIMA.
           ADD 1 TO WS-SEC-LOOP.
           GO TO P-REVISA-SECAO.
       P-REVISA-SECAO-FIM.

       P-CONTA-SECAO.
           ADD 1 TO WS-RX.
           IF WS-RX > WS-PR-QT
               GO TO P-CONTA-SECAO-FIM.
           IF WS-PR-SECAO(WS-RX) = WS-SEC-LOOP
               ADD 1 TO WS-SEC-QTDE.
           GO TO P-CONTA-SECAO.
       P-CONTA-SECAO-FIM.

       P-LISTA-SECAO.
           ADD 1 TO WS-RX.
           IF WS-RX > WS-PR-QT
               GO TO P-LISTA-SECAO-FIM.
           IF WS-PR-SECAO(WS-RX) NOT = WS-SEC-LOOP
               GO TO P-LISTA-SECAO.
           PERFORM P-MONTA-DET.
           DISPLAY (LIN, 01) LINHA-DET.
           ADD 1 TO LIN.
           IF LIN > 19 PERFORM P-PARA.
           GO TO P-LISTA-SECAO.
       P-LISTA-SECAO-FIM.

       P-ACEITA-SECAO.
           ADD 1 TO WS-RX.
           IF WS-RX > WS-PR-QT
               GO TO P-ACEITA-SECAO-FIM.
           IF WS-PR-SECAO(WS-RX) = WS-SEC-LOOP
               PERFORM P-GRAVA-MINIMO.
           GO TO P-ACEITA-SECAO.
       P-ACEITA-SECAO-FIM.

       P-PRODUTO-A-PRODUTO.
           ADD 1 TO WS-RX.
           IF WS-RX > WS-PR-QT
               GO TO P-PRODUTO-A-PRODUTO-FIM.
           IF WS-PR-SECAO(WS-RX) NOT = WS-SEC-LOOP
               GO TO P-PRODUTO-A-PRODUTO.
           PERFORM P-MONTA-DET.
           DISPLAY (21 02) WS-LIMPA-LINHA.
           DISPLAY (21 01) LINHA-DET.
       P-PRODUTO-A-PRODUTO-PERG.
           DISPLAY (22 02) WS-LIMPA-LINHA.
           DISPLAY (22 04) "Aceita o novo minimo <S/N>? ".
           MOVE SPACES TO WS-P.
           ACCEPT (22 33) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P = "S" OR WS-P = "s"
               PERFORM P-GRAVA-MINIMO
               GO TO P-PRODUTO-A-PRODUTO.
           IF WS-P = "N" OR WS-P = "n"
               GO TO P-PRODUTO-A-PRODUTO.
           GO TO P-PRODUTO-A-PRODUTO-PERG.
       P-PRODUTO-A-PRODUTO-FIM.

      *-----grava o novo minimo no cadastro do produto------------------*
       P-GRAVA-MINIMO.
           MOVE WS-PR-PROD(WS-RX) TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   EXIT PARAGRAPH.
           MOVE WS-PR-NOVO(WS-RX) TO PROD-MINIMO.
           REWRITE REG-ESTOQUE.
           MOVE "A" TO WS-PR-SIT(WS-RX).
           ADD 1 TO WS-ACEITOS.

       P-MONTA-DET.
           MOVE WS-PR-PROD(WS-RX) TO PROD-DET PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   MOVE SPACES TO PROD-DESCR.
           MOVE PROD-DESCR TO DESCR-DET.
           MOVE WS-PR-MEDIA(WS-RX) TO MEDIA-DET.
           MOVE WS-PR-PRAZO(WS-RX) TO PRAZO-DET.
           MOVE WS-PR-ATUAL(WS-RX) TO ATUAL-DET.
           MOVE WS-PR-NOVO(WS-RX) TO NOVO-DET.
           IF WS-PR-SIT(WS-RX) = "A"
               MOVE "Aceito " TO SIT-DET
           ELSE
               MOVE "Mantido" TO SIT-DET.

      *-----resumo: todas as propostas, por secao, aceitas ou nao------*
       P-IMPRIME.
           OPEN OUTPUT ARQSAID.
           MOVE WS-SEMANAS TO TIT-SEMANAS.
           MOVE WS-MARGEM-SEG TO TIT-MARGEM.
           MOVE WS-PRAZO-PADRAO TO TIT-PRAZO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE ZEROS TO WS-SEC-LOOP.
       P-IMPRIME-SECAO.
           IF WS-SEC-LOOP > 99
               GO TO P-IMPRIME-TOTAL.
           MOVE ZEROS TO WS-SEC-QTDE.
           MOVE ZEROS TO WS-RX.
           PERFORM P-CONTA-SECAO THRU P-CONTA-SECAO-FIM.
           IF WS-SEC-QTDE = ZEROS
               GO TO P-IMPRIME-PROXIMA.
           MOVE WS-SEC-LOOP TO SEC-DET.
           MOVE WS-SEC-QTDE TO SEC-QTDE-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           MOVE ZEROS TO WS-RX.
       P-IMPRIME-LOOP.
           ADD 1 TO WS-RX.
           IF WS-RX > WS-PR-QT
               GO TO P-IMPRIME-PROXIMA.
           IF WS-PR-SECAO(WS-RX) NOT = WS-SEC-LOOP
               GO TO P-IMPRIME-LOOP.
           PERFORM P-MONTA-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           GO TO P-IMPRIME-LOOP.
       P-IMPRIME-PROXIMA.
           ADD 1 TO WS-SEC-LOOP.
           GO TO P-IMPRIME-SECAO.
       P-IMPRIME-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           MOVE SPACES TO WS-RARQ-FILTRO.
           STRING "Semanas " WS-SEMANAS " margem seg. " WS-MARGEM-SEG
                  "% prazo padrao " WS-PRAZO-PADRAO
                  DELIMITED BY SIZE INTO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC18".
           DISPLAY (04 04) WS-PR-QT " minimo(s) a alterar, "
               WS-ACEITOS " aceito(s)".
           IF WS-FORA-TABELA NOT = ZEROS
               DISPLAY (05 04) WS-FORA-TABELA " produto(s) alem de "
                   "2000 ficaram p/ a proxima rodada".
           DISPLAY (06 04) "Resumo em MERC18.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-IMPRIME-FIM.

       P-PARA.
           DISPLAY (23 04) "< ENTER > Continua".
           ACCEPT (23 25) WS-P WITH AUTO-SKIP.
           DISPLAY (23 04) WS-LIMPA.
           DISPLAY (04 00) ERASE.
           MOVE 4 TO LIN.

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

       P-FIM.
           CLOSE ESTOQUE.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO36.COM".

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
           MOVE "MERC18" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "MERC18.TXT" TO RARQ-ARQUIVO.
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
