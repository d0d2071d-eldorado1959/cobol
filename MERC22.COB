       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MERC22.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    VERBA DE COMPRAS POR SECAO (OPEN-TO-BUY)
      *    O VERBA.DAT segura a despesa de departamento, mas a
      *    compra de mercadoria nao tinha teto: o comprador
      *    encomendava o que achava que vendia. Aqui se digita a
      *    verba mensal de compra de cada secao de gondola
      *    (PROD-SECAO) em VERBCOMP.DAT (ver VCOMPMAST) e se tira
      *    o comparativo do mes: verba, comprometido (saldo a
      *    receber dos pedidos com entrega no mes + mercadoria ja
      *    recebida no mes), recebido e o saldo que ainda pode ser
      *    comprado. O PED01 faz a mesma conta ao digitar as
      *    linhas do pedido e exige liberacao do supervisor quando
      *    a secao estoura. Menu de Estoque (BANCO36, opcao 22).
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERBCOMP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VCOMP-CHAVE
                  FILE STATUS IS FS-VCOMP.
           SELECT PEDIDO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PED-NUM
                  FILE STATUS IS FS-PED.
           SELECT PEDITEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PEDI-CHAVE
                  FILE STATUS IS FS-PEDI.
           SELECT ESTOQUE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROD-COD
                  FILE STATUS IS FS-ESTOQUE.
           SELECT MOVEST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-MOVEST.
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
       COPY VCOMPMAST.

       COPY PEDMAST.

       COPY PEDITMAST.

       COPY ESTQMAST.

       COPY MOVESTMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "MERC22.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada---------*
      *-----micro): so o numero do terminal----------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       COPY RARQMAST.

       WORKING-STORAGE SECTION.
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo-----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
       77 WS-ARQ-MOVEST          PIC X(12) VALUE "MOVEST.DAT".
       77 FS-VCOMP              PIC XX.
       77 FS-PED                PIC XX.
       77 FS-PEDI               PIC XX.
       77 FS-ESTOQUE            PIC XX.
       77 FS-MOVEST             PIC XX.
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
       77 WS-P                  PIC X VALUE SPACES.
       77 WS-LIMPA              PIC X(40) VALUE SPACES.
       77 WS-OPCAO              PIC X VALUE SPACES.
       77 WS-SECAO-ESC          PIC 99 VALUE ZEROS.
       77 WS-ANO-ESC            PIC 9(04) VALUE ZEROS.
       77 WS-MES-ESC            PIC 99 VALUE ZEROS.
       77 WS-IDX                PIC 99 VALUE ZEROS.
       77 WS-SEC                PIC 99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-SALDO       PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

      *-----pedido corrente da leitura de itens: conta ou nao---------*
       77 WS-PED-LIDO           PIC 9(06) VALUE ZEROS.
       77 WS-PED-CONTA          PIC X VALUE "N".
       77 WS-SALDO-QTDE         PIC 9(06)V999 VALUE ZEROS.
       77 WS-COMPROMETIDO       PIC 9(12)V99 VALUE ZEROS.
       77 WS-SALDO              PIC S9(12)V99 VALUE ZEROS.
       77 WS-TOT-PLANO          PIC 9(12)V99 VALUE ZEROS.
       77 WS-TOT-COMPR          PIC 9(12)V99 VALUE ZEROS.
       77 WS-TOT-RECEB          PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTDE-SECOES        PIC 99 VALUE ZEROS.

      *-----verba, em aberto e recebido do mes, por secao (1-99)-------*
       01 WS-TAB-SECAO.
           03 WS-SC OCCURS 99 TIMES.
               05 WS-SC-PLANO   PIC 9(11)V99.
               05 WS-SC-ABERTO  PIC 9(11)V99.
               05 WS-SC-RECEB   PIC 9(11)V99.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

       01 LINHA-TRACO.
           02 F PIC X(77) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(34) VALUE "Verba de Compras por Secao - Mes ".
           02 TIT-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-ANO          PIC 9(04).
       01 LINHA-CAB.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(03) VALUE "Sec".
           02 F PIC X(14) VALUE "         Verba".
           02 F PIC X(14) VALUE "  Comprometido".
           02 F PIC X(14) VALUE "      Recebido".
           02 F PIC X(15) VALUE "   Saldo Verba ".
       01 LINHA-DET.
           02 F PIC X(03) VALUE SPACES.
           02 SEC-DET          PIC 99.
           02 F PIC X(01) VALUE SPACES.
           02 PLANO-DET        PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 COMPR-DET        PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 RECEB-DET        PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 SALDO-DET        PIC ZZ.ZZZ.ZZ9,99-.
           02 F PIC X(01) VALUE SPACES.
           02 ESTOURO-DET      PIC X(07).
       01 LINHA-TOTAL.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(04) VALUE "Tot ".
           02 PLANO-TOT        PIC ZZZ.ZZZ.ZZ9,99.
           02 COMPR-TOT        PIC ZZZ.ZZZ.ZZ9,99.
           02 RECEB-TOT        PIC ZZZ.ZZZ.ZZ9,99.
           02 SALDO-TOT        PIC ZZZ.ZZZ.ZZ9,99-.

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "MERC22" BLINK.
           02 LINE 02 COLUMN 18 VALUE
               " Verba de Compras por Secao " BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Digitar Verba do Ano".
           02 LINE 06 COLUMN 04 VALUE "<2> Verba x Comprometido do Mes".
           02 LINE 07 COLUMN 04 VALUE "<0> Sair".
           02 LINE 09 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           OPEN I-O VERBCOMP.
           IF FS-VCOMP = "30"
               CLOSE VERBCOMP
               OPEN OUTPUT VERBCOMP
               CLOSE VERBCOMP
               OPEN I-O VERBCOMP.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (09 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-PLANO THRU P-PLANO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-COMPARA THRU P-COMPARA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
      * Digita (ou corrige) os doze valores de verba de compra da
      * secao/ano. Verba zero no mes = secao sem teto naquele mes.
       P-PLANO.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC22".
           DISPLAY (02 18) " Verba de Compras por Secao ".
           MOVE ANO TO WS-ANO-ESC.
           DISPLAY (03 04) "Secao (0=Volta)...= ".
           MOVE ZEROS TO WS-SECAO-ESC.
           ACCEPT (03 25) WS-SECAO-ESC WITH PROMPT AUTO-SKIP.
           IF WS-SECAO-ESC = ZEROS
               GO TO P-PLANO-FIM.
           DISPLAY (04 04) "Ano (AAAA)........= ".
           ACCEPT (04 25) WS-ANO-ESC WITH PROMPT UPDATE AUTO-SKIP.
           MOVE WS-SECAO-ESC TO VCOMP-SECAO.
           MOVE WS-ANO-ESC   TO VCOMP-ANO.
           READ VERBCOMP
               INVALID KEY
                   PERFORM P-ZERA-VERBA
                   WRITE REG-VERBCOMP.
           MOVE 6 TO LIN.
           MOVE ZEROS TO WS-IDX.
       P-PLANO-MES.
           ADD 1 TO WS-IDX.
           IF WS-IDX > 12
               GO TO P-PLANO-GRAVA.
           MOVE VCOMP-PLANO ( WS-IDX ) TO WS-MOSTRA-VALOR.
           DISPLAY (LIN, 04) WS-IDX.
           DISPLAY (LIN, 08) WS-MOSTRA-VALOR.
           ACCEPT (LIN, 25) VCOMP-PLANO ( WS-IDX ) WITH PROMPT UPDATE.
           ADD 1 TO LIN.
           GO TO P-PLANO-MES.
       P-PLANO-GRAVA.
           REWRITE REG-VERBCOMP.
           DISPLAY (22 04) "Verba gravada - Tecle < ENTER >".
           ACCEPT WS-P.
       P-PLANO-FIM.

      *-----------------------------------------*
      * Verba x comprometido do mes, secao a secao, na tela e em
      * MERC22.TXT. Saldo negativo = secao estourada.
       P-COMPARA.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC22".
           DISPLAY (02 18) " Verba de Compras por Secao ".
           MOVE MES TO WS-MES-ESC.
           MOVE ANO TO WS-ANO-ESC.
           DISPLAY (03 04) "Mes/Ano...........=   /    ".
           ACCEPT (03 25) WS-MES-ESC WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (03 28) WS-ANO-ESC WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-MES-ESC = ZEROS OR WS-MES-ESC > 12
               GO TO P-COMPARA-FIM.
           DISPLAY (22 04) "Somando pedidos e entradas...".
           PERFORM P-CALC-SECOES THRU P-CALC-SECOES-FIM.
           DISPLAY (22 04) WS-LIMPA.
           OPEN OUTPUT ARQSAID.
           MOVE WS-MES-ESC TO TIT-MES.
           MOVE WS-ANO-ESC TO TIT-ANO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CAB.
           DISPLAY (04 01) LINHA-CAB.
           MOVE ZEROS TO WS-TOT-PLANO.
           MOVE ZEROS TO WS-TOT-COMPR.
           MOVE ZEROS TO WS-TOT-RECEB.
           MOVE ZEROS TO WS-QTDE-SECOES.
           MOVE 6 TO LIN.
           MOVE ZEROS TO WS-SEC.
       P-COMPARA-SEC.
           ADD 1 TO WS-SEC.
           IF WS-SEC > 99
               GO TO P-COMPARA-TOTAL.
           COMPUTE WS-COMPROMETIDO = WS-SC-ABERTO ( WS-SEC )
                                   + WS-SC-RECEB ( WS-SEC ).
           IF WS-SC-PLANO ( WS-SEC ) = ZEROS
               AND WS-COMPROMETIDO = ZEROS
               GO TO P-COMPARA-SEC.
           ADD 1 TO WS-QTDE-SECOES.
           COMPUTE WS-SALDO = WS-SC-PLANO ( WS-SEC ) - WS-COMPROMETIDO.
           ADD WS-SC-PLANO ( WS-SEC ) TO WS-TOT-PLANO.
           ADD WS-COMPROMETIDO TO WS-TOT-COMPR.
           ADD WS-SC-RECEB ( WS-SEC ) TO WS-TOT-RECEB.
           MOVE WS-SEC TO SEC-DET.
           MOVE WS-SC-PLANO ( WS-SEC ) TO PLANO-DET.
           MOVE WS-COMPROMETIDO TO COMPR-DET.
           MOVE WS-SC-RECEB ( WS-SEC ) TO RECEB-DET.
           MOVE WS-SALDO TO SALDO-DET.
           MOVE SPACES TO ESTOURO-DET.
           IF WS-SC-PLANO ( WS-SEC ) = ZEROS
               MOVE "S/VERBA" TO ESTOURO-DET.
           IF WS-SC-PLANO ( WS-SEC ) > ZEROS AND WS-SALDO < ZEROS
               MOVE "ESTOURO" TO ESTOURO-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           DISPLAY (LIN, 01) LINHA-DET.
           PERFORM P-AVANCA.
           GO TO P-COMPARA-SEC.
       P-COMPARA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE WS-TOT-PLANO TO PLANO-TOT.
           MOVE WS-TOT-COMPR TO COMPR-TOT.
           MOVE WS-TOT-RECEB TO RECEB-TOT.
           COMPUTE WS-SALDO = WS-TOT-PLANO - WS-TOT-COMPR.
           MOVE WS-SALDO TO SALDO-TOT.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           CLOSE ARQSAID.
           MOVE SPACES TO WS-RARQ-FILTRO.
           STRING "Verba x compras - mes " WS-MES-ESC "/" WS-ANO-ESC
                  DELIMITED BY SIZE INTO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           DISPLAY (21 01) LINHA-TOTAL.
           IF WS-QTDE-SECOES = ZEROS
               DISPLAY (22 04) "Nenhuma secao com verba ou compra".
           DISPLAY (23 04) "Detalhe em MERC22.TXT - < ENTER >".
           ACCEPT WS-P.
       P-COMPARA-FIM.

      *-----------------------------------------------------------*
      * Carrega a tabela de secoes do mes WS-MES-ESC/WS-ANO-ESC:  *
      * verba do VERBCOMP; em aberto = saldo a receber (qtde -    *
      * qtde recebida, ao preco do pedido) dos pedidos nao        *
      * cancelados com entrega no mes; recebido = entradas de     *
      * mercadoria do MOVEST no mes (transferencia e producao     *
      * nao sao compra). Produto sem secao (0) fica de fora.      *
      *-----------------------------------------------------------*
       P-CALC-SECOES.
           PERFORM P-ZERA-SECOES.
           MOVE ZEROS TO VCOMP-SECAO.
           MOVE ZEROS TO VCOMP-ANO.
           START VERBCOMP KEY IS NOT LESS THAN VCOMP-CHAVE
               INVALID KEY
                   GO TO P-CALC-PEDIDOS.
       P-CALC-VERBA-LER.
           READ VERBCOMP NEXT RECORD
               AT END
                   GO TO P-CALC-PEDIDOS.
           IF VCOMP-ANO NOT = WS-ANO-ESC OR VCOMP-SECAO = ZEROS
               GO TO P-CALC-VERBA-LER.
           MOVE VCOMP-PLANO ( WS-MES-ESC )
               TO WS-SC-PLANO ( VCOMP-SECAO ).
           GO TO P-CALC-VERBA-LER.
       P-CALC-PEDIDOS.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT = "00"
               CLOSE ESTOQUE
               GO TO P-CALC-SECOES-FIM.
           OPEN INPUT PEDIDO.
           IF FS-PED NOT = "00"
               CLOSE PEDIDO
               GO TO P-CALC-MOVEST.
           OPEN INPUT PEDITEM.
           IF FS-PEDI NOT = "00"
               CLOSE PEDITEM PEDIDO
               GO TO P-CALC-MOVEST.
           MOVE ZEROS TO WS-PED-LIDO.
           MOVE "N" TO WS-PED-CONTA.
           MOVE ZEROS TO PEDI-PED-NUM.
           MOVE ZEROS TO PEDI-SEQ.
           START PEDITEM KEY IS NOT LESS THAN PEDI-CHAVE
               INVALID KEY
                   GO TO P-CALC-PEDIDOS-FIM.
       P-CALC-ITEM-LER.
           READ PEDITEM NEXT RECORD
               AT END
                   GO TO P-CALC-PEDIDOS-FIM.
           IF PEDI-PED-NUM NOT = WS-PED-LIDO
               PERFORM P-CALC-CABECALHO.
           IF WS-PED-CONTA NOT = "S"
               GO TO P-CALC-ITEM-LER.
           IF PEDI-QTDE-RECEB NOT < PEDI-QTDE
               GO TO P-CALC-ITEM-LER.
           MOVE PEDI-PROD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   GO TO P-CALC-ITEM-LER.
           IF PROD-SECAO = ZEROS
               GO TO P-CALC-ITEM-LER.
           COMPUTE WS-SALDO-QTDE = PEDI-QTDE - PEDI-QTDE-RECEB.
           COMPUTE WS-SC-ABERTO ( PROD-SECAO ) =
               WS-SC-ABERTO ( PROD-SECAO ) + WS-SALDO-QTDE * PEDI-PRECO.
           GO TO P-CALC-ITEM-LER.
       P-CALC-PEDIDOS-FIM.
           CLOSE PEDITEM PEDIDO.
       P-CALC-MOVEST.
           OPEN INPUT MOVEST.
           IF FS-MOVEST NOT = "00"
               CLOSE MOVEST
               GO TO P-CALC-FECHA.
       P-CALC-MOVEST-LER.
           READ MOVEST
               AT END
                   GO TO P-CALC-MOVEST-FIM.
           IF NOT MOV-ENTRADA
               GO TO P-CALC-MOVEST-LER.
           IF MOV-MES NOT = WS-MES-ESC OR MOV-ANO NOT = WS-ANO-ESC
               GO TO P-CALC-MOVEST-LER.
           IF MOV-NUM-CHE = "TRANSF" OR MOV-NUM-CHE = "PRODUC"
               OR MOV-NUM-CHE = "ESTPDV" OR MOV-NUM-CHE = "INVENT"
               GO TO P-CALC-MOVEST-LER.
           MOVE MOV-PROD-COD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   GO TO P-CALC-MOVEST-LER.
           IF PROD-SECAO = ZEROS
               GO TO P-CALC-MOVEST-LER.
           ADD MOV-VALOR TO WS-SC-RECEB ( PROD-SECAO ).
           GO TO P-CALC-MOVEST-LER.
       P-CALC-MOVEST-FIM.
           CLOSE MOVEST.
       P-CALC-FECHA.
           CLOSE ESTOQUE.
       P-CALC-SECOES-FIM.

      *-----troca de pedido na leitura dos itens: so conta o pedido----*
      *-----nao cancelado com entrega prevista no mes pedido-----------*
       P-CALC-CABECALHO.
           MOVE PEDI-PED-NUM TO WS-PED-LIDO.
           MOVE "N" TO WS-PED-CONTA.
           MOVE PEDI-PED-NUM TO PED-NUM.
           READ PEDIDO
               INVALID KEY
                   EXIT PARAGRAPH.
           IF PED-CANCELADO
               EXIT PARAGRAPH.
           IF PED-MES = WS-MES-ESC AND PED-ANO = WS-ANO-ESC
               MOVE "S" TO WS-PED-CONTA.

       P-ZERA-SECOES.
           MOVE ZEROS TO WS-SEC.
       P-ZERA-SECOES-LOOP.
           ADD 1 TO WS-SEC.
           IF WS-SEC > 99
               EXIT PARAGRAPH.
           MOVE ZEROS TO WS-SC-PLANO ( WS-SEC ).
           MOVE ZEROS TO WS-SC-ABERTO ( WS-SEC ).
           MOVE ZEROS TO WS-SC-RECEB ( WS-SEC ).
           GO TO P-ZERA-SECOES-LOOP.

       P-ZERA-VERBA.
           MOVE ZEROS TO WS-IDX.
       P-ZERA-VERBA-LOOP.
           ADD 1 TO WS-IDX.
           IF WS-IDX > 12
               EXIT PARAGRAPH.
           MOVE ZEROS TO VCOMP-PLANO ( WS-IDX ).
           GO TO P-ZERA-VERBA-LOOP.

       P-AVANCA.
           ADD 1 TO LIN.
           IF LIN > 19
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT (23 25) WS-P WITH AUTO-SKIP
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (05 00) ERASE
               MOVE 6 TO LIN.

       P-FIM.
           CLOSE VERBCOMP.
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
           MOVE "MERC22" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "MERC22.TXT" TO RARQ-ARQUIVO.
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
