      *    e o programa soma em PROD-QTDE gravando no diario de
      *    estoque (MOVEST.DAT) a entrada amarrada ao documento -
      *    estoque e contas a pagar finalmente batem sobre o que
      *    entrou. Produto vendido a peso (PROD-A-PESO) e recebido
      *    em quilos com 3 casas; nos demais a quantidade e inteira.
      *    Titulo de NF-e importada (BANCO74) ja traz os itens da
      *    nota em NFITEM.DAT: o recebedor so confirma o produto
      *    (o codigo do fornecedor ainda nao amarrado e informado
      *    uma vez e fica aprendido em XREFPROD.DAT) e a quantidade
      *    contada; custo e o da nota, o pedido do titulo tem o
      *    saldo baixado, e contado diferente da nota vai p/ a
      *    lista de divergencias do comprador (MERC21).
      *    Frete/seguro pago na nota ou a parte pode ser digitado no
      *    fim do recebimento: e rateado por valor ou quantidade
      *    entre os itens que entraram, somado ao custo medio e
      *    gravado no kardex como custo adicional (tipo C). Frete
      *    de CT-e lancado como titulo proprio: MERC23.
      *    Vasilhame retornavel (engradado, botijao) que veio cheio
      *    com a mercadoria e o vazio devolvido no mesmo caminhao
      *    sao informados no fim do recebimento e gravados contra o
      *    fornecedor do titulo em VASMOV.DAT (ver MERC26).
      *    Chamado pelo menu de Estoque (BANCO36, opcao 2).
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FILTRO-PROG
                  FILE STATUS IS FS-FILTRO.
           SELECT NFITEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NFI-CHAVE
                  FILE STATUS IS FS-NFITEM.
           SELECT XREFPROD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XRF-CHAVE
                  FILE STATUS IS FS-XREF.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FORN-COD
                  FILE STATUS IS FS-FORN.
           SELECT VASTIPO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VAS-COD
                  FILE STATUS IS FS-VAS.
           SELECT VASMOV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VSM-CHAVE
                  FILE STATUS IS FS-VSM.

       DATA DIVISION.
       FILE SECTION.

       COPY FILTROMAST.

       COPY NFITMAST.

       COPY XREFMAST.

       COPY FORNMAST.

       COPY VASTMAST.

       COPY VASMMAST.

       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-MOVEST          PIC X(12) VALUE "MOVEST.DAT".
       77 WS-ACHOU-PROD         PIC 9(03) VALUE ZEROS.
       77 WS-TALLY-PROD         PIC 9(03) VALUE ZEROS.
      *-----conversao caixa -> unidades (PROD-FATOR do cadastro)--------*
       77 WS-QTDE-UNID          PIC 9(07)V999 VALUE ZEROS.
      *-----fracao so no produto vendido a peso (quilos com gramas)-----*
       77 WS-QTDE-INTEIRA       PIC 9(06) VALUE ZEROS.
       77 WS-MOSTRA-QTDE        PIC ZZZ.ZZ9,999 VALUE ZEROS.
      *-----validade do lote recebido (0 = nao perecivel)---------------*
       77 FS-LOTEST             PIC XX.
       01 WS-VALID-ENT.
       77 WS-VALOR-ESTQ         PIC 9(13)V99 VALUE ZEROS.
       77 WS-TEM-PEDITEM        PIC X VALUE "N".
       88 TEM-PEDITEM-88        VALUE "S".
       77 WS-QTDE-FALTA         PIC 9(06)V999 VALUE ZEROS.
       77 WS-LINHAS-RECEB       PIC 9(03) VALUE ZEROS.
      *-----itens de NF-e importada (NFITEM.DAT / BANCO74)--------------*
       77 FS-NFITEM             PIC XX.
       77 FS-XREF               PIC XX.
       77 WS-TEM-NFITEM         PIC X VALUE "N".
       88 TEM-NFITEM-88         VALUE "S".
       77 WS-ITENS-NFE          PIC 9(03) VALUE ZEROS.
       77 WS-LINHAS-NFE         PIC 9(03) VALUE ZEROS.
       77 WS-DIVERG-NFE         PIC 9(03) VALUE ZEROS.
       77 WS-PEND-NFE           PIC 9(03) VALUE ZEROS.
       77 WS-AMD-HOJE           PIC 9(08) VALUE ZEROS.
      *-----vasilhame do recebimento (VASTIPO/VASMOV, MERC26)----------*
       77 FS-FORN               PIC XX.
       77 FS-VAS                PIC XX.
       77 FS-VSM                PIC XX.
       77 WS-TEM-VASTIPO        PIC X VALUE "N".
       88 TEM-VASTIPO-88        VALUE "S".
       77 WS-TEM-FORN           PIC X VALUE "N".
       88 TEM-FORN-88           VALUE "S".
       77 WS-VAS-FORN           PIC 9(03) VALUE ZEROS.
       77 WS-VAS-COD            PIC 9(03) VALUE ZEROS.
       77 WS-VAS-QTDE           PIC 9(05) VALUE ZEROS.
       77 WS-VAS-MOV            PIC X VALUE SPACES.
       77 WS-VAS-SEQ            PIC 9(03) VALUE ZEROS.
       77 WS-P                  PIC X VALUE SPACES.
       77 WS-LIMPA              PIC X(40) VALUE SPACES.
       77 WS-CODIGO             PIC 9(06) VALUE ZEROS.
       77 WS-PROD               PIC 9(04) VALUE ZEROS.
       77 WS-QTDE               PIC 9(06)V999 VALUE ZEROS.
       77 WS-ITENS              PIC 9(03) VALUE ZEROS.
       77 WS-MOSTRA-VALOR       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *-----frete/custos digitados no fim do recebimento: rateio-------*
      *-----sobre as entradas gravadas nesta tela-----------------------*
       77 WS-RT-N               PIC 9(03) VALUE ZEROS.
       77 WS-RT-IX              PIC 9(03) VALUE ZEROS.
       77 WS-RT-VALOR           PIC 9(09)V99 VALUE ZEROS.
       77 WS-RT-BASE            PIC 9(13)V999 VALUE ZEROS.
       77 WS-RT-SOMA            PIC 9(09)V99 VALUE ZEROS.
       77 WS-RT-CRIT            PIC X VALUE "V".
       77 WS-RT-APLIC           PIC 9(03) VALUE ZEROS.
       77 WS-RT-SEM-SALDO       PIC 9(03) VALUE ZEROS.
       01 WS-TAB-RATEIO.
           03 WS-RT OCCURS 200 TIMES.
               05 WS-RT-PROD    PIC 9(04).
               05 WS-RT-QTDE    PIC 9(07)V999.
               05 WS-RT-VLR     PIC 9(11)V99.
               05 WS-RT-PARC    PIC 9(09)V99.

       01 WS-CHAVE-BUF          PIC X(06) VALUE ZEROS.
       01 WS-CHAVE-BUF-R REDEFINES WS-CHAVE-BUF.
               OPEN OUTPUT LOTEST
               CLOSE LOTEST
               OPEN I-O LOTEST.
           OPEN I-O NFITEM.
           IF FS-NFITEM = "00"
               MOVE "S" TO WS-TEM-NFITEM
           ELSE
               CLOSE NFITEM.
           OPEN I-O XREFPROD.
           IF FS-XREF = "30" OR FS-XREF = "35"
               CLOSE XREFPROD
               OPEN OUTPUT XREFPROD
               CLOSE XREFPROD
               OPEN I-O XREFPROD.
      *     vasilhame so e perguntado com tipos cadastrados (MERC26)
      *     e o cadastro de fornecedores disponivel
           OPEN INPUT FORN.
           IF FS-FORN = "00"
               MOVE "S" TO WS-TEM-FORN
           ELSE
               CLOSE FORN.
           OPEN INPUT VASTIPO.
           IF FS-VAS = "00" AND TEM-FORN-88
               MOVE "S" TO WS-TEM-VASTIPO
           ELSE
               CLOSE VASTIPO.
           IF TEM-VASTIPO-88
               OPEN I-O VASMOV
               IF FS-VSM = "30" OR FS-VSM = "35"
                   CLOSE VASMOV
                   OPEN OUTPUT VASMOV
                   CLOSE VASMOV
                   OPEN I-O VASMOV.
           PERFORM P-LE-PCT-ALERTA.
           PERFORM P-DATA.

           DISPLAY TELA-1.
           PERFORM P-DATA.
           MOVE ZEROS TO WS-ITENS.
           MOVE ZEROS TO WS-RT-N.
       P04-CODIGO.
           ACCEPT (05 26) WS-CODIGO WITH PROMPT AUTO-SKIP.
           IF WS-CODIGO = ZEROS PERFORM P-FIM.
           DISPLAY (06 26) DESCRI-CHE.
           MOVE VALOR-CHE TO WS-MOSTRA-VALOR.
           DISPLAY (07 26) WS-MOSTRA-VALOR.
      *     Titulo de NF-e importada: recebe pelos itens da nota.
           IF TEM-NFITEM-88
               PERFORM P-RECEBE-NFE THRU P-RECEBE-NFE-FIM
               IF WS-ITENS-NFE NOT = ZEROS
                   DISPLAY (20 04) WS-LINHAS-NFE
                       " item(ns) da NF-e recebido(s), "
                       WS-DIVERG-NFE " com divergencia"
                   DISPLAY (21 04) WS-PEND-NFE
                       " item(ns) ainda pendente(s)"
                   DISPLAY (23 04) " Tecle  -  <  ENTER  > "
                   ACCEPT WS-P
                   PERFORM P-FRETE THRU P-FRETE-FIM
                   PERFORM P-VASILHAME THRU P-VASILHAME-FIM
                   GO TO P01-TELA-1.
      *     Titulo amarrado a um pedido com linhas (PED01)? Recebe
      *     linha a linha, aceitando entrega parcial - o saldo nao
      *     recebido fica em aberto no proprio item do pedido.
                       " linha(s) do pedido recebida(s)"
                   DISPLAY (23 04) " Tecle  -  <  ENTER  > "
                   ACCEPT WS-P
                   PERFORM P-FRETE THRU P-FRETE-FIM
                   PERFORM P-VASILHAME THRU P-VASILHAME-FIM
                   GO TO P01-TELA-1.

      *-----um produto por vez, ate o operador encerrar com 0----------*
       P-ITEM.
           DISPLAY (10 26) WS-LIMPA.
           DISPLAY (11 26) "          ".
           DISPLAY (09 50) "<9998>Busca EAN/Descr".
           ACCEPT (09 26) WS-PROD WITH PROMPT AUTO-SKIP.
           DISPLAY (09 50) WS-LIMPA.
               DISPLAY (21 04) WS-ITENS " item(ns) recebido(s)"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               PERFORM P-FRETE THRU P-FRETE-FIM
               PERFORM P-VASILHAME THRU P-VASILHAME-FIM
               GO TO P01-TELA-1.
           MOVE WS-PROD TO PROD-COD.
           READ ESTOQUE
           ACCEPT (11 26) WS-QTDE WITH PROMPT AUTO-SKIP.
           IF WS-QTDE = ZEROS
               GO TO P-ITEM.
           PERFORM P-TESTA-FRACAO.
           IF WS-SEGUE-ITEM = "N"
               GO TO P-ITEM.
      *     custo unitario pago nesta entrada (sugerido o preco do
      *     cadastro) - vai p/ o historico de precos de compra
           DISPLAY (12 04) "Custo Unitario......=".
           PERFORM P-GRAVA-PRECO.
           PERFORM P-GRAVA-LOTE THRU P-GRAVA-LOTE-FIM.
           ADD 1 TO WS-ITENS.
           MOVE PROD-QTDE TO WS-MOSTRA-QTDE.
           DISPLAY (22 04) "Entrada gravada - estoque "
               WS-MOSTRA-QTDE.
           GO TO P-ITEM.

      *-----recebimento linha a linha do pedido do titulo---------------*
                   GO TO P-RECEBE-PEDIDO-LER.
           DISPLAY (09 26) PEDI-PROD "      ".
           DISPLAY (10 26) PROD-DESCR.
           DISPLAY (11 26) "          ".
           MOVE WS-QTDE-FALTA TO WS-MOSTRA-QTDE.
           DISPLAY (12 04) "Falta receber " WS-MOSTRA-QTDE.
      *     sugestao = o que falta; 0 = nada chegou desta linha
           MOVE WS-QTDE-FALTA TO WS-QTDE.
           ACCEPT (11 26) WS-QTDE WITH PROMPT UPDATE AUTO-SKIP.
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-RECEBE-PEDIDO-LER.
           PERFORM P-TESTA-FRACAO.
           IF WS-SEGUE-ITEM = "N"
               GO TO P-RECEBE-PEDIDO-LER.
           MOVE PEDI-PRECO TO WS-CUSTO.
           PERFORM P-ALERTA-CUSTO THRU P-ALERTA-CUSTO-FIM.
           IF WS-SEGUE-ITEM = "N"
           ADD WS-QTDE TO PEDI-QTDE-RECEB.
           REWRITE REG-PEDITEM.
           ADD 1 TO WS-LINHAS-RECEB.
           MOVE PROD-QTDE TO WS-MOSTRA-QTDE.
           DISPLAY (22 04) "Linha recebida - estoque "
               WS-MOSTRA-QTDE.
           GO TO P-RECEBE-PEDIDO-LER.
       P-RECEBE-PEDIDO-FIM.
           DISPLAY (12 04) WS-LIMPA.

      *-----------------------------------------*
      * Recebimento pelos itens da NF-e (NFITEM.DAT): o produto
      * vem sugerido pela amarracao do fornecedor ou pelo EAN; o
      * recebedor confirma (ou informa, na primeira vez - e a
      * amarracao fica aprendida) e digita o que contou. 0 no
      * produto deixa o item pendente; 0 na quantidade = nada
      * chegou. Contado diferente da nota = divergencia.
       P-RECEBE-NFE.
           MOVE ZEROS TO WS-ITENS-NFE.
           MOVE ZEROS TO WS-LINHAS-NFE.
           MOVE ZEROS TO WS-DIVERG-NFE.
           MOVE ZEROS TO WS-PEND-NFE.
           COMPUTE WS-AMD-HOJE = ANO * 10000 + MES * 100 + DIA.
           MOVE WS-EMPRESA-ATUAL TO NFI-EMPRESA.
           MOVE NUM-CHE TO NFI-NUM-CHE.
           MOVE ZEROS TO NFI-SEQ.
           START NFITEM KEY IS NOT LESS THAN NFI-CHAVE
               INVALID KEY
                   GO TO P-RECEBE-NFE-FIM.
       P-RECEBE-NFE-LER.
           READ NFITEM NEXT RECORD
               AT END
                   GO TO P-RECEBE-NFE-FIM.
           IF NFI-EMPRESA NOT = WS-EMPRESA-ATUAL
               OR NFI-NUM-CHE NOT = NUM-CHE
               GO TO P-RECEBE-NFE-FIM.
           ADD 1 TO WS-ITENS-NFE.
           IF NOT NFI-PENDENTE
               GO TO P-RECEBE-NFE-LER.
           PERFORM P-MOSTRA-ITEM-NF.
       P-RECEBE-NFE-PROD.
           DISPLAY (10 26) WS-LIMPA.
           DISPLAY (11 26) "          ".
           MOVE NFI-PROD TO WS-PROD.
           DISPLAY (09 50) "<9998>Busca EAN/Descr".
           ACCEPT (09 26) WS-PROD WITH PROMPT UPDATE AUTO-SKIP.
           DISPLAY (09 50) WS-LIMPA.
           IF WS-PROD = 9998
               PERFORM P-BUSCA-PROD THRU P-BUSCA-PROD-FIM
               DISPLAY TELA-1
               PERFORM P-DATA
               DISPLAY (05 26) WS-CODIGO
               DISPLAY (06 26) DESCRI-CHE
               MOVE VALOR-CHE TO WS-MOSTRA-VALOR
               DISPLAY (07 26) WS-MOSTRA-VALOR
               PERFORM P-MOSTRA-ITEM-NF
               IF WS-PROD-ACHADO NOT = ZEROS
                   MOVE WS-PROD-ACHADO TO NFI-PROD
               END-IF
               GO TO P-RECEBE-NFE-PROD.
           IF WS-PROD = ZEROS
               ADD 1 TO WS-PEND-NFE
               GO TO P-RECEBE-NFE-LER.
           MOVE WS-PROD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   DISPLAY (22 04) "!! PRODUTO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-RECEBE-NFE-PROD.
           DISPLAY (10 26) PROD-DESCR.
       P-RECEBE-NFE-QTDE.
      *     sugestao = quantidade da nota; o recebedor poe o contado
           MOVE NFI-QTDE TO WS-QTDE.
           ACCEPT (11 26) WS-QTDE WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-QTDE NOT = ZEROS
               PERFORM P-TESTA-FRACAO
               IF WS-SEGUE-ITEM = "N"
                   GO TO P-RECEBE-NFE-QTDE.
           MOVE NFI-CUSTO TO WS-CUSTO.
           MOVE WS-CUSTO TO WS-MOSTRA-VALOR.
           DISPLAY (12 04) "Custo Unitario......=" WS-MOSTRA-VALOR.
           IF WS-QTDE NOT = ZEROS
               PERFORM P-ALERTA-CUSTO THRU P-ALERTA-CUSTO-FIM
               IF WS-SEGUE-ITEM = "N"
                   ADD 1 TO WS-PEND-NFE
                   GO TO P-RECEBE-NFE-LER.
           PERFORM P-APRENDE-XREF THRU P-APRENDE-XREF-FIM.
           IF WS-QTDE = ZEROS
               GO TO P-RECEBE-NFE-MARCA.
           PERFORM P-CONVERTE-FATOR.
           PERFORM P-CUSTO-MEDIO.
           ADD WS-QTDE-UNID TO PROD-QTDE.
           REWRITE REG-ESTOQUE.
           PERFORM P-GRAVA-MOVEST.
           PERFORM P-GRAVA-PRECO.
           PERFORM P-GRAVA-LOTE THRU P-GRAVA-LOTE-FIM.
           IF NFI-PEDIDO NOT = ZEROS AND TEM-PEDITEM-88
               PERFORM P-BAIXA-PEDITEM THRU P-BAIXA-PEDITEM-FIM.
       P-RECEBE-NFE-MARCA.
           MOVE WS-PROD TO NFI-PROD.
           MOVE WS-QTDE TO NFI-QTDE-CONT.
           MOVE "R" TO NFI-SITUACAO.
           MOVE WS-AMD-HOJE TO NFI-DATA-RECEB.
           MOVE WS-OPER-ATUAL TO NFI-OPER.
           MOVE SPACE TO NFI-DIVERG.
           IF NFI-QTDE-CONT NOT = NFI-QTDE
               MOVE "D" TO NFI-DIVERG
               ADD 1 TO WS-DIVERG-NFE.
           REWRITE REG-NFITEM.
           ADD 1 TO WS-LINHAS-NFE.
           MOVE PROD-QTDE TO WS-MOSTRA-QTDE.
           DISPLAY (22 04) "Item recebido - estoque "
               WS-MOSTRA-QTDE.
           GO TO P-RECEBE-NFE-LER.
       P-RECEBE-NFE-FIM.
           DISPLAY (12 04) WS-LIMPA.
           PERFORM P-LIMPA-ITEM-NF.

      *-----o item como veio na nota------------------------------------*
       P-MOSTRA-ITEM-NF.
           PERFORM P-LIMPA-ITEM-NF.
           DISPLAY (16 04) "Item NF-e " NFI-SEQ ": " NFI-COD-FORN
               " " NFI-UNID.
           DISPLAY (17 04) NFI-DESCR " EAN " NFI-EAN.
           MOVE NFI-QTDE TO WS-MOSTRA-QTDE.
           MOVE NFI-CUSTO TO WS-MOSTRA-VALOR.
           DISPLAY (18 04) "Qtde na nota " WS-MOSTRA-QTDE
               "  Custo " WS-MOSTRA-VALOR.

       P-LIMPA-ITEM-NF.
           DISPLAY (16 04) WS-LIMPA.
           DISPLAY (16 44) "          ".
           DISPLAY (17 04) WS-LIMPA.
           DISPLAY (17 44) "          ".
           DISPLAY (18 04) WS-LIMPA.
           DISPLAY (18 44) "          ".

      *-----amarracao codigo do fornecedor -> nosso produto: grava----*
      *-----na primeira vez, corrige se o recebedor trocou o produto---*
       P-APRENDE-XREF.
           IF NFI-COD-FORN = SPACES
               GO TO P-APRENDE-XREF-FIM.
           MOVE NFI-FORN TO XRF-FORN.
           MOVE NFI-COD-FORN TO XRF-COD-FORN.
           READ XREFPROD
               INVALID KEY
                   MOVE WS-PROD TO XRF-PROD
                   MOVE WS-AMD-HOJE TO XRF-DATA
                   MOVE WS-OPER-ATUAL TO XRF-OPER
                   WRITE REG-XREFPROD
                   GO TO P-APRENDE-XREF-FIM.
           IF XRF-PROD = WS-PROD
               GO TO P-APRENDE-XREF-FIM.
           MOVE WS-PROD TO XRF-PROD.
           MOVE WS-AMD-HOJE TO XRF-DATA.
           MOVE WS-OPER-ATUAL TO XRF-OPER.
           REWRITE REG-XREFPROD.
       P-APRENDE-XREF-FIM.

      *-----saldo do pedido da nota: a primeira linha do produto-------*
      *-----ainda em aberto recebe o contado----------------------------*
       P-BAIXA-PEDITEM.
           MOVE NFI-PEDIDO TO PEDI-PED-NUM.
           MOVE ZEROS TO PEDI-SEQ.
           START PEDITEM KEY IS NOT LESS THAN PEDI-CHAVE
               INVALID KEY
                   GO TO P-BAIXA-PEDITEM-FIM.
       P-BAIXA-PEDITEM-LER.
           READ PEDITEM NEXT RECORD
               AT END
                   GO TO P-BAIXA-PEDITEM-FIM.
           IF PEDI-PED-NUM NOT = NFI-PEDIDO
               GO TO P-BAIXA-PEDITEM-FIM.
           IF PEDI-PROD NOT = PROD-COD
               OR PEDI-QTDE-RECEB NOT < PEDI-QTDE
               GO TO P-BAIXA-PEDITEM-LER.
           ADD WS-QTDE TO PEDI-QTDE-RECEB.
           REWRITE REG-PEDITEM.
       P-BAIXA-PEDITEM-FIM.

      *-----------------------------------------*
      * Busca de produto por codigo de barras (EAN bipado ou
      * digitado) ou por parte da descricao - p/ quem nao decorou
           MOVE NUM-CHE    TO MOV-NUM-CHE.
           MOVE WS-OPER-ATUAL TO MOV-OPER-COD.
           WRITE REG-MOVEST.
           IF WS-RT-N < 200
               ADD 1 TO WS-RT-N
               MOVE PROD-COD TO WS-RT-PROD ( WS-RT-N )
               MOVE WS-QTDE-UNID TO WS-RT-QTDE ( WS-RT-N )
               MOVE MOV-VALOR TO WS-RT-VLR ( WS-RT-N ).

      *-----------------------------------------------------------*
      * Frete, seguro e outros custos de aquisicao da entrada:    *
      * o valor digitado e rateado entre os itens que entraram    *
      * nesta tela - por valor (padrao) ou por quantidade - e a   *
      * parcela de cada produto soma no custo medio (o estoque    *
      * inteiro passa a valer a parcela a mais) e vai p/ o        *
      * kardex como custo adicional (MOV-TIPO C, qtde zero).      *
      *-----------------------------------------------------------*
       P-FRETE.
           IF WS-RT-N = ZEROS
               GO TO P-FRETE-FIM.
           DISPLAY (15 04) "Frete/outros custos R$ (0=Nao)=".
           MOVE ZEROS TO WS-RT-VALOR.
           ACCEPT (15 36) WS-RT-VALOR WITH PROMPT AUTO-SKIP.
           IF WS-RT-VALOR = ZEROS
               GO TO P-FRETE-LIMPA.
           DISPLAY (16 04) "Rateio por <V>alor ou <Q>tde..=".
           MOVE "V" TO WS-RT-CRIT.
           ACCEPT (16 36) WS-RT-CRIT WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-RT-CRIT = "q"
               MOVE "Q" TO WS-RT-CRIT.
           IF WS-RT-CRIT NOT = "Q"
               MOVE "V" TO WS-RT-CRIT.
           PERFORM P-RATEIA THRU P-RATEIA-FIM.
           IF WS-RT-BASE = ZEROS
               DISPLAY (17 04) "!! ENTRADAS SEM BASE P/ O RATEIO !!"
               ACCEPT WS-P
               GO TO P-FRETE-LIMPA.
           PERFORM P-APLICA-RATEIO THRU P-APLICA-RATEIO-FIM.
           DISPLAY (17 04) WS-RT-APLIC " produto(s) com o custo somado".
           IF WS-RT-SEM-SALDO NOT = ZEROS
               DISPLAY (18 04) WS-RT-SEM-SALDO
                   " sem saldo em estoque - parcela nao somada".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-FRETE-LIMPA.
           DISPLAY (15 04) WS-LIMPA.
           DISPLAY (16 04) WS-LIMPA.
           DISPLAY (17 04) WS-LIMPA.
           DISPLAY (18 04) WS-LIMPA.
           DISPLAY (18 44) "          ".
       P-FRETE-FIM.

      *-----------------------------------------------------------*
      * Vasilhame do recebimento: o que veio cheio com a          *
      * mercadoria (R) e o vazio que voltou no caminhao (D), por  *
      * tipo, contra o fornecedor do titulo - sugerido pelo nome  *
      * do favorecido no FORN.DAT. Documento = NUM-CHE. Saldos e  *
      * conferencia com o extrato da distribuidora: MERC26.       *
      *-----------------------------------------------------------*
       P-VASILHAME.
           IF NOT TEM-VASTIPO-88
               GO TO P-VASILHAME-FIM.
           COMPUTE WS-AMD-HOJE = ANO * 10000 + MES * 100 + DIA.
           DISPLAY (15 04) "Vasilhame neste recebimento < S/N >? ".
           MOVE "N" TO WS-P.
           ACCEPT (15 42) WS-P WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-VASILHAME-LIMPA.
           MOVE ZEROS TO WS-VAS-FORN.
           MOVE ZEROS TO FORN-COD.
           START FORN KEY IS NOT LESS THAN FORN-COD
               INVALID KEY
                   GO TO P-VASILHAME-FORN.
       P-VASILHAME-ACHA.
           READ FORN NEXT RECORD
               AT END
                   GO TO P-VASILHAME-FORN.
           IF FORN-NOME NOT = DESCRI-CHE
               GO TO P-VASILHAME-ACHA.
           MOVE FORN-COD TO WS-VAS-FORN.
       P-VASILHAME-FORN.
           DISPLAY (16 04) "Fornecedor..........=".
           ACCEPT (16 26) WS-VAS-FORN WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-VAS-FORN = ZEROS
               GO TO P-VASILHAME-LIMPA.
           MOVE WS-VAS-FORN TO FORN-COD.
           READ FORN
               INVALID KEY
                   DISPLAY (22 04) "!! FORNECEDOR NAO CADASTRADO !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-VASILHAME-FORN.
           DISPLAY (16 31) FORN-NOME.
       P-VASILHAME-TIPO.
           DISPLAY (17 00) ERASE.
           DISPLAY (17 04) "Tipo Vasilhame (0)..=".
           MOVE ZEROS TO WS-VAS-COD.
           ACCEPT (17 26) WS-VAS-COD WITH PROMPT AUTO-SKIP.
           IF WS-VAS-COD = ZEROS
               GO TO P-VASILHAME-LIMPA.
           MOVE WS-VAS-COD TO VAS-COD.
           READ VASTIPO
               INVALID KEY
                   DISPLAY (22 04) "!! TIPO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   GO TO P-VASILHAME-TIPO.
           IF VAS-INATIVO
               DISPLAY (22 04) "!! TIPO INATIVO !!"
               ACCEPT WS-P
               GO TO P-VASILHAME-TIPO.
           DISPLAY (17 31) VAS-DESCR.
           DISPLAY (18 04) "Recebidos cheios....=".
           MOVE ZEROS TO WS-VAS-QTDE.
           ACCEPT (18 26) WS-VAS-QTDE WITH PROMPT.
           IF WS-VAS-QTDE NOT = ZEROS
               MOVE "R" TO WS-VAS-MOV
               PERFORM P-GRAVA-VASMOV THRU P-GRAVA-VASMOV-FIM.
           DISPLAY (19 04) "Devolvidos vazios...=".
           MOVE ZEROS TO WS-VAS-QTDE.
           ACCEPT (19 26) WS-VAS-QTDE WITH PROMPT.
           IF WS-VAS-QTDE NOT = ZEROS
               MOVE "D" TO WS-VAS-MOV
               PERFORM P-GRAVA-VASMOV THRU P-GRAVA-VASMOV-FIM.
           GO TO P-VASILHAME-TIPO.
       P-VASILHAME-LIMPA.
           DISPLAY (15 00) ERASE.
       P-VASILHAME-FIM.

      *-----movimento no VASMOV.DAT: proxima sequencia do-------------*
      *-----fornecedor/tipo no dia-------------------------------------*
       P-GRAVA-VASMOV.
           MOVE ZEROS TO WS-VAS-SEQ.
           MOVE "F" TO VSM-PARTE.
           MOVE WS-VAS-FORN TO VSM-CODIGO.
           MOVE WS-VAS-COD TO VSM-VAS-COD.
           MOVE WS-AMD-HOJE TO VSM-DATA.
           MOVE ZEROS TO VSM-SEQ.
           START VASMOV KEY IS NOT LESS THAN VSM-CHAVE
               INVALID KEY
                   GO TO P-GRAVA-VASMOV-CALC.
       P-GRAVA-VASMOV-LER.
           READ VASMOV NEXT RECORD
               AT END
                   GO TO P-GRAVA-VASMOV-CALC.
           IF VSM-PARTE NOT = "F" OR VSM-CODIGO NOT = WS-VAS-FORN
                   OR VSM-VAS-COD NOT = WS-VAS-COD
                   OR VSM-DATA NOT = WS-AMD-HOJE
               GO TO P-GRAVA-VASMOV-CALC.
           MOVE VSM-SEQ TO WS-VAS-SEQ.
           GO TO P-GRAVA-VASMOV-LER.
       P-GRAVA-VASMOV-CALC.
           ADD 1 TO WS-VAS-SEQ.
           MOVE "F" TO VSM-PARTE.
           MOVE WS-VAS-FORN TO VSM-CODIGO.
           MOVE WS-VAS-COD TO VSM-VAS-COD.
           MOVE WS-AMD-HOJE TO VSM-DATA.
           MOVE WS-VAS-SEQ TO VSM-SEQ.
           MOVE WS-VAS-MOV TO VSM-MOV.
           MOVE WS-VAS-QTDE TO VSM-QTDE.
           COMPUTE VSM-VALOR = WS-VAS-QTDE * VAS-CAUCAO.
           MOVE NUM-CHE TO VSM-DOC.
           MOVE "M" TO VSM-ORIGEM.
           MOVE WS-OPER-ATUAL TO VSM-OPER-COD.
           WRITE REG-VASMOV INVALID KEY
               GO TO P-GRAVA-VASMOV-CALC.
       P-GRAVA-VASMOV-FIM.

      *-----parcela de cada entrada: valor x base da entrada / base----*
      *-----total, truncada; a ultima leva a sobra dos centavos--------*
       P-RATEIA.
           MOVE ZEROS TO WS-RT-BASE.
           MOVE ZEROS TO WS-RT-IX.
       P-RATEIA-BASE.
           ADD 1 TO WS-RT-IX.
           IF WS-RT-IX > WS-RT-N
               GO TO P-RATEIA-PARC.
           IF WS-RT-CRIT = "Q"
               ADD WS-RT-QTDE ( WS-RT-IX ) TO WS-RT-BASE
           ELSE
               ADD WS-RT-VLR ( WS-RT-IX ) TO WS-RT-BASE.
           GO TO P-RATEIA-BASE.
       P-RATEIA-PARC.
           IF WS-RT-BASE = ZEROS
               GO TO P-RATEIA-FIM.
           MOVE ZEROS TO WS-RT-SOMA.
           MOVE ZEROS TO WS-RT-IX.
       P-RATEIA-LOOP.
           ADD 1 TO WS-RT-IX.
           IF WS-RT-IX > WS-RT-N
               GO TO P-RATEIA-FIM.
           IF WS-RT-IX = WS-RT-N
               COMPUTE WS-RT-PARC ( WS-RT-IX ) =
                   WS-RT-VALOR - WS-RT-SOMA
               GO TO P-RATEIA-FIM.
           IF WS-RT-CRIT = "Q"
               COMPUTE WS-RT-PARC ( WS-RT-IX ) =
                   WS-RT-VALOR * WS-RT-QTDE ( WS-RT-IX ) / WS-RT-BASE
           ELSE
               COMPUTE WS-RT-PARC ( WS-RT-IX ) =
                   WS-RT-VALOR * WS-RT-VLR ( WS-RT-IX ) / WS-RT-BASE.
           ADD WS-RT-PARC ( WS-RT-IX ) TO WS-RT-SOMA.
           GO TO P-RATEIA-LOOP.
       P-RATEIA-FIM.

      *-----soma a parcela ao custo medio e grava o custo adicional----*
      *-----no diario; produto sem saldo nao tem onde absorver---------*
       P-APLICA-RATEIO.
           MOVE ZEROS TO WS-RT-APLIC.
           MOVE ZEROS TO WS-RT-SEM-SALDO.
           MOVE ZEROS TO WS-RT-IX.
       P-APLICA-RATEIO-LOOP.
           ADD 1 TO WS-RT-IX.
           IF WS-RT-IX > WS-RT-N
               GO TO P-APLICA-RATEIO-FIM.
           IF WS-RT-PARC ( WS-RT-IX ) = ZEROS
               GO TO P-APLICA-RATEIO-LOOP.
           MOVE WS-RT-PROD ( WS-RT-IX ) TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   GO TO P-APLICA-RATEIO-LOOP.
           IF PROD-QTDE = ZEROS
               ADD 1 TO WS-RT-SEM-SALDO
               GO TO P-APLICA-RATEIO-LOOP.
           COMPUTE WS-VALOR-ESTQ =
               ( PROD-QTDE * PROD-CUSTO-MEDIO )
               + WS-RT-PARC ( WS-RT-IX ).
           COMPUTE PROD-CUSTO-MEDIO ROUNDED = WS-VALOR-ESTQ / PROD-QTDE.
           REWRITE REG-ESTOQUE.
           MOVE PROD-COD   TO MOV-PROD-COD.
           MOVE "C"        TO MOV-TIPO.
           MOVE DIA        TO MOV-DIA.
           MOVE MES        TO MOV-MES.
           MOVE ANO        TO MOV-ANO.
           MOVE ZEROS      TO MOV-QTDE.
           MOVE WS-RT-PARC ( WS-RT-IX ) TO MOV-VALOR.
           MOVE NUM-CHE    TO MOV-NUM-CHE.
           MOVE WS-OPER-ATUAL TO MOV-OPER-COD.
           WRITE REG-MOVEST.
           ADD 1 TO WS-RT-APLIC.
           GO TO P-APLICA-RATEIO-LOOP.
       P-APLICA-RATEIO-FIM.

      *-----custo medio ponderado por unidade de venda: a media---------*
      *-----antiga pesa o saldo, o custo novo pesa a entrada------------*
           DISPLAY (14 04) WS-LIMPA.
       P-GRAVA-LOTE-FIM.

      *-----quantidade quebrada so em produto vendido a peso-----------*
       P-TESTA-FRACAO.
           MOVE "S" TO WS-SEGUE-ITEM.
           IF PROD-A-PESO
               EXIT PARAGRAPH.
           MOVE WS-QTDE TO WS-QTDE-INTEIRA.
           IF WS-QTDE-INTEIRA = WS-QTDE
               EXIT PARAGRAPH.
           MOVE "N" TO WS-SEGUE-ITEM.
           DISPLAY (22 04) "!! PRODUTO POR UNIDADE - SEM FRACAO !!".
           ACCEPT WS-P.
           DISPLAY (22 04) WS-LIMPA.

      *-----caixas recebidas viram unidades pelo fator do cadastro-----*
      *-----(MERC01); fator 0/1 = sem conversao-------------------------*
       P-CONVERTE-FATOR.
           DISPLAY (02 76) ANO.

       P-FIM.
           CLOSE ESTOQUE BANCO MOVEST PRECOHIS LOTEST XREFPROD.
           IF TEM-PEDITEM-88
               CLOSE PEDITEM.
           IF TEM-NFITEM-88
               CLOSE NFITEM.
           IF TEM-FORN-88
               CLOSE FORN.
           IF TEM-VASTIPO-88
               CLOSE VASTIPO VASMOV.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO36.COM".

