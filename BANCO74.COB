      *    padrao do fornecedor (FORN-NAT-PADRAO, do BANCOFS) ja
      *    preenchida, como o BANCO06 faria. O que nao casa (CNPJ desconhecido, XML
      *    sem valor, vencimento em periodo fechado) sai na lista
      *    de revisao BANCO74.TXT. Os dados fiscais da nota (chave
      *    de acesso, numero/serie, emissao, CFOP, base e ICMS,
      *    IPI, ICMS-ST, por CFOP + aliquota) ficam em NFENT.DAT
      *    amarrados ao titulo criado - base do livro de entradas
      *    (BANCO19). Chave ja importada (ou XML sem chave) nao
      *    cria titulo de novo: vai p/ a revisao.
      *    Os itens da nota (<cProd>, <cEAN>, <xProd>, <uCom>,
      *    <qCom>, custo unitario) ficam em NFITEM.DAT como
      *    recebimento pendente do titulo: o MERC02 so pede a
      *    contagem na doca. O item ja vem com o nosso PROD-COD
      *    pela amarracao do fornecedor (XREFPROD.DAT) ou pelo EAN
      *    do cadastro. O pedido de compra da nota (<xPed>), se
      *    aberto e do mesmo fornecedor, e amarrado ao titulo
      *    (PEDIDO-CHE) e baixado como Faturado, como no BANCO06.
      *    Menu principal, opcao 35.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           SELECT ARQSAID ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ARQ.
           SELECT NFENT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NFE-CHAVE
                  FILE STATUS IS FS-NFENT.
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
           SELECT ESTOQUE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROD-COD
                  FILE STATUS IS FS-ESTOQUE.
           SELECT PEDIDO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PED-NUM
                  FILE STATUS IS FS-PED.

       DATA DIVISION.
       FILE SECTION.
                                VALUE OF FILE-ID IS "BANCO74.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY NFENTMAST.

       COPY NFITMAST.

       COPY XREFMAST.

       COPY ESTQMAST.

       COPY PEDMAST.

      ***********************************
       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 FS-LISTA              PIC XX.
       77 FS-NFE                PIC XX.
       77 FS-ARQ                PIC XX.
       77 FS-NFENT              PIC XX.
       77 FS-NFITEM             PIC XX.
       77 FS-XREF               PIC XX.
       77 FS-ESTOQUE            PIC XX.
       77 FS-PED                PIC XX.
      *-----arquivos de apoio que podem nao existir ainda (S = abriu)--*
       77 WS-TEM-XREF           PIC X VALUE "N".
       77 WS-TEM-ESTOQUE        PIC X VALUE "N".
       77 WS-TEM-PEDIDO         PIC X VALUE "N".
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
      *-----extracao de tag: varre a linha atras de "<tag>" e copia----*
      *-----o texto ate o "<" seguinte----------------------------------*
       01 WS-XML-LINHA          PIC X(200) VALUE SPACES.
       77 WS-TAG                PIC X(10) VALUE SPACES.
       77 WS-TAG-LEN            PIC 99 VALUE ZEROS.
       77 WS-TAG-VALOR          PIC X(50) VALUE SPACES.
       77 WS-CONTA-TAG          PIC 99 VALUE ZEROS.
       77 WS-TEM-TAG            PIC X VALUE "N".
       77 WS-LX                 PIC 9(03) VALUE ZEROS.
       77 WS-VX                 PIC 99 VALUE ZEROS.
       01 WS-DIGITO-X           PIC X.
       01 WS-DIGITO-9 REDEFINES WS-DIGITO-X PIC 9.

      *-----valor decimal lido de uma tag (P-PARSE-VALOR)---------------*
       77 WS-VAL-LIDO           PIC 9(09)V99 VALUE ZEROS.

      *-----dados fiscais da nota (NFENT.DAT)---------------------------*
       77 WS-XML-CHAVE          PIC X(44) VALUE SPACES.
       77 WS-XML-NUMERO         PIC 9(09) VALUE ZEROS.
       77 WS-XML-SERIE          PIC 9(03) VALUE ZEROS.
       77 WS-XML-EMISSAO        PIC 9(08) VALUE ZEROS.
       01 WS-XML-TOTAIS.
           03 WS-XT-BC          PIC 9(09)V99.
           03 WS-XT-ICMS        PIC 9(09)V99.
           03 WS-XT-IPI         PIC 9(09)V99.
           03 WS-XT-ST          PIC 9(09)V99.
      *     grupo do XML em que a linha esta: D = item (<det>),
      *     T = totais (<ICMSTot>); no item, S = dentro de <ICMS>
       77 WS-XML-GRUPO          PIC X VALUE SPACE.
       77 WS-NO-ICMS            PIC X VALUE "N".
       01 WS-XML-ITEM.
           03 WS-IT-CFOP        PIC 9(04).
           03 WS-IT-ALIQ        PIC 99V99.
           03 WS-IT-PROD        PIC 9(09)V99.
           03 WS-IT-BC          PIC 9(09)V99.
           03 WS-IT-ICMS        PIC 9(09)V99.
           03 WS-IT-IPI         PIC 9(09)V99.
           03 WS-IT-ST          PIC 9(09)V99.
      *-----itens somados por CFOP + aliquota (ate 20 combinacoes;-----*
      *-----o que passar disso entra na ultima)-------------------------*
       01 WS-TAB-CF.
           03 WS-CF OCCURS 20 TIMES.
               05 WS-CF-CFOP    PIC 9(04).
               05 WS-CF-ALIQ    PIC 99V99.
               05 WS-CF-PROD    PIC 9(09)V99.
               05 WS-CF-BC      PIC 9(09)V99.
               05 WS-CF-ICMS    PIC 9(09)V99.
               05 WS-CF-IPI     PIC 9(09)V99.
               05 WS-CF-ST      PIC 9(09)V99.
       77 WS-QTDE-CF            PIC 99 VALUE ZEROS.
      *-----produto do item (<prod>) p/ o recebimento na doca---------*
       01 WS-XML-PRODUTO.
           03 WS-IP-COD         PIC X(20).
           03 WS-IP-EAN         PIC X(14).
           03 WS-IP-DESCR       PIC X(30).
           03 WS-IP-UNID        PIC X(06).
           03 WS-IP-QTDE        PIC 9(06)V999.
           03 WS-IP-VUNIT       PIC 9(08)V99.
      *-----itens da nota guardados ate o titulo existir (NFITEM.DAT);-*
      *-----NF-e com mais de 300 itens vai p/ a revisao-----------------*
       01 WS-TAB-NI.
           03 WS-NI OCCURS 300 TIMES.
               05 WS-NI-COD     PIC X(20).
               05 WS-NI-EAN     PIC X(14).
               05 WS-NI-DESCR   PIC X(30).
               05 WS-NI-UNID    PIC X(06).
               05 WS-NI-QTDE    PIC 9(06)V999.
               05 WS-NI-CUSTO   PIC 9(08)V99.
       77 WS-QTDE-NI            PIC 9(03) VALUE ZEROS.
       77 WS-NX                 PIC 9(03) VALUE ZEROS.
       77 WS-NI-SOBRA           PIC X VALUE "N".
      *-----quantidade "12.3456" do XML com 3 casas---------------------*
       77 WS-VAL-DEC3           PIC 999 VALUE ZEROS.
       77 WS-QTDE-LIDA          PIC 9(06)V999 VALUE ZEROS.
      *-----pedido de compra da nota (<xPed>) e o que casou-------------*
       77 WS-XML-PEDIDO         PIC 9(06) VALUE ZEROS.
       77 WS-PED-CASADO         PIC 9(06) VALUE ZEROS.
       77 WS-CX                 PIC 99 VALUE ZEROS.
       77 WS-GRAVOU             PIC X VALUE "N".
       01 WS-AMD-EMI.
           03 WS-AE-ANO         PIC 9(04).
           03 WS-AE-MES         PIC 99.
           03 WS-AE-DIA         PIC 99.
       01 WS-AMD-EMI-R REDEFINES WS-AMD-EMI PIC 9(08).

      *-----fornecedor casado-------------------------------------------*
       77 WS-FORN-ACHADO        PIC 9(03) VALUE ZEROS.

           OPEN I-O BANCO.
           OPEN INPUT FORN.
           OPEN OUTPUT ARQSAID.
           OPEN I-O NFENT.
           IF FS-NFENT = "30" OR FS-NFENT = "35"
               CLOSE NFENT
               OPEN OUTPUT NFENT
               CLOSE NFENT
               OPEN I-O NFENT.
           OPEN I-O NFITEM.
           IF FS-NFITEM = "30" OR FS-NFITEM = "35"
               CLOSE NFITEM
               OPEN OUTPUT NFITEM
               CLOSE NFITEM
               OPEN I-O NFITEM.
           OPEN INPUT XREFPROD.
           IF FS-XREF = "00"
               MOVE "S" TO WS-TEM-XREF
           ELSE
               CLOSE XREFPROD.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE = "00"
               MOVE "S" TO WS-TEM-ESTOQUE
           ELSE
               CLOSE ESTOQUE.
           OPEN I-O PEDIDO.
           IF FS-PED = "00"
               MOVE "S" TO WS-TEM-PEDIDO
           ELSE
               CLOSE PEDIDO.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE ANO-DOS TO WS-ANO2.
           MOVE ZEROS TO WS-XML-VALOR.
           MOVE "N" TO WS-TEM-VENC.
           MOVE ZEROS TO WS-XML-VENC.
           MOVE SPACES TO WS-XML-CHAVE.
           MOVE ZEROS TO WS-XML-NUMERO WS-XML-SERIE WS-XML-EMISSAO.
           MOVE ZEROS TO WS-XML-TOTAIS WS-XML-ITEM WS-TAB-CF.
           MOVE ZEROS TO WS-QTDE-CF.
           MOVE SPACE TO WS-XML-GRUPO.
           MOVE "N" TO WS-NO-ICMS.
           MOVE "N" TO WS-GRAVOU.
           MOVE ZEROS TO WS-QTDE-NI WS-XML-PEDIDO WS-PED-CASADO.
           MOVE "N" TO WS-NI-SOBRA.
           OPEN INPUT NFE.
           IF FS-NFE NOT = "00"
               CLOSE NFE
               MOVE 5 TO WS-TAG-LEN
               PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM
               IF WS-TEM-TAG = "S"
                   PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
                   MOVE WS-VAL-LIDO TO WS-XML-VALOR.
           IF WS-TEM-VENC = "N"
               MOVE "<dVenc>" TO WS-TAG
               MOVE 7 TO WS-TAG-LEN
               PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM
               IF WS-TEM-TAG = "S"
                   PERFORM P-PARSE-DATA.
           PERFORM P-XML-FISCAL THRU P-XML-FISCAL-FIM.
           GO TO P-XML-LER.
       P-XML-AVALIA.
           IF WS-XML-CNPJ = SPACES
               MOVE "SEM VALOR (vNF) NO XML" TO REV-MOTIVO
               PERFORM P-REVISAO
               GO TO P-PROCESSA-XML-FIM.
           IF WS-XML-CHAVE = SPACES
               MOVE "SEM CHAVE DE ACESSO NO XML" TO REV-MOTIVO
               PERFORM P-REVISAO
               GO TO P-PROCESSA-XML-FIM.
           MOVE WS-XML-CHAVE TO NFE-CHAVE-ACESSO.
           MOVE ZEROS TO NFE-SEQ.
           READ NFENT
               NOT INVALID KEY
                   MOVE "NF-E JA IMPORTADA" TO REV-MOTIVO
                   PERFORM P-REVISAO
                   GO TO P-PROCESSA-XML-FIM.
           PERFORM P-CASA-FORNECEDOR THRU P-CASA-FORNECEDOR-FIM.
           IF WS-FORN-ACHADO = ZEROS
               MOVE "CNPJ SEM FORNECEDOR" TO REV-MOTIVO
               MOVE "VCTO EM PERIODO FECHADO" TO REV-MOTIVO
               PERFORM P-REVISAO
               GO TO P-PROCESSA-XML-FIM.
           PERFORM P-CASA-PEDIDO THRU P-CASA-PEDIDO-FIM.
           PERFORM P-GRAVA-TITULO.
           IF WS-GRAVOU NOT = "S"
               GO TO P-PROCESSA-XML-FIM.
           PERFORM P-GRAVA-FISCAL THRU P-GRAVA-FISCAL-FIM.
           PERFORM P-GRAVA-ITENS THRU P-GRAVA-ITENS-FIM.
           IF WS-PED-CASADO NOT = ZEROS
               MOVE "F" TO PED-SITUACAO
               MOVE NUM-CHE TO PED-NUM-CHE
               REWRITE REG-PEDIDO.
      *     o titulo saiu, mas o que nao bateu vai p/ conferencia
           IF WS-XML-PEDIDO NOT = ZEROS AND WS-PED-CASADO = ZEROS
               MOVE "PEDIDO DO XML NAO CASOU" TO REV-MOTIVO
               PERFORM P-REVISAO.
           IF WS-NI-SOBRA = "S"
               MOVE "ITENS ALEM DE 300 NAO GRAVADOS" TO REV-MOTIVO
               PERFORM P-REVISAO.
       P-PROCESSA-XML-FIM.

      *-----------------------------------------*
      * Dados fiscais da linha corrente do XML: chave, numero,
      * serie e emissao no cabecalho; CFOP/aliquota/base/ICMS/
      * IPI/ST de cada item (<det>); totais de <ICMSTot>.
       P-XML-FISCAL.
           IF WS-XML-CHAVE = SPACES
               MOVE 'Id="NFe' TO WS-TAG
               MOVE 7 TO WS-TAG-LEN
               PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM
               IF WS-TEM-TAG = "S"
                   MOVE WS-TAG-VALOR(1:44) TO WS-XML-CHAVE.
           IF WS-XML-CHAVE = SPACES
               MOVE "<chNFe>" TO WS-TAG
               MOVE 7 TO WS-TAG-LEN
               PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM
               IF WS-TEM-TAG = "S"
                   MOVE WS-TAG-VALOR(1:44) TO WS-XML-CHAVE.
           IF WS-XML-NUMERO = ZEROS
               MOVE "<nNF>" TO WS-TAG
               MOVE 5 TO WS-TAG-LEN
               PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM
               IF WS-TEM-TAG = "S"
                   PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
                   MOVE WS-VAL-INT TO WS-XML-NUMERO.
           IF WS-XML-SERIE = ZEROS
               MOVE "<serie>" TO WS-TAG
               MOVE 7 TO WS-TAG-LEN
               PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM
               IF WS-TEM-TAG = "S"
                   PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
                   MOVE WS-VAL-INT TO WS-XML-SERIE.
      *     emissao: <dhEmi> (leiaute 3.10 em diante) ou <dEmi>
           IF WS-XML-EMISSAO = ZEROS
               MOVE "<dhEmi>" TO WS-TAG
               MOVE 7 TO WS-TAG-LEN
               PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM
               IF WS-TEM-TAG = "S"
                   PERFORM P-PARSE-EMISSAO.
           IF WS-XML-EMISSAO = ZEROS
               MOVE "<dEmi>" TO WS-TAG
               MOVE 6 TO WS-TAG-LEN
               PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM
               IF WS-TEM-TAG = "S"
                   PERFORM P-PARSE-EMISSAO.
      *     pedido de compra: em <compra> ou no proprio item
           IF WS-XML-PEDIDO = ZEROS
               MOVE "<xPed>" TO WS-TAG
               MOVE 6 TO WS-TAG-LEN
               PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM
               IF WS-TEM-TAG = "S"
                   PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
                   IF WS-VAL-INT < 1000000
                       MOVE WS-VAL-INT TO WS-XML-PEDIDO.
      *     abertura de grupo
           MOVE "<det " TO WS-TAG.
           MOVE 5 TO WS-TAG-LEN.
           PERFORM P-ACHA-MARCA.
           IF WS-CONTA-TAG > ZEROS
               MOVE "D" TO WS-XML-GRUPO
               MOVE "N" TO WS-NO-ICMS
               MOVE ZEROS TO WS-XML-ITEM
               MOVE SPACES TO WS-XML-PRODUTO
               MOVE ZEROS TO WS-IP-QTDE WS-IP-VUNIT.
           MOVE "<ICMSTot>" TO WS-TAG.
           MOVE 9 TO WS-TAG-LEN.
           PERFORM P-ACHA-MARCA.
           IF WS-CONTA-TAG > ZEROS
               MOVE "T" TO WS-XML-GRUPO.
           MOVE "<ICMS>" TO WS-TAG.
           MOVE 6 TO WS-TAG-LEN.
           PERFORM P-ACHA-MARCA.
           IF WS-CONTA-TAG > ZEROS
               MOVE "S" TO WS-NO-ICMS.
           IF WS-XML-GRUPO = "D"
               PERFORM P-XML-ITEM.
           IF WS-XML-GRUPO = "T"
               PERFORM P-XML-TOTAL.
      *     fechamento de grupo
           MOVE "</ICMS>" TO WS-TAG.
           MOVE 7 TO WS-TAG-LEN.
           PERFORM P-ACHA-MARCA.
           IF WS-CONTA-TAG > ZEROS
               MOVE "N" TO WS-NO-ICMS.
           MOVE "</det>" TO WS-TAG.
           MOVE 6 TO WS-TAG-LEN.
           PERFORM P-ACHA-MARCA.
           IF WS-CONTA-TAG > ZEROS AND WS-XML-GRUPO = "D"
               PERFORM P-GUARDA-PRODUTO
               PERFORM P-SOMA-ITEM THRU P-SOMA-ITEM-FIM
               MOVE SPACE TO WS-XML-GRUPO.
           MOVE "</ICMSTot>" TO WS-TAG.
           MOVE 10 TO WS-TAG-LEN.
           PERFORM P-ACHA-MARCA.
           IF WS-CONTA-TAG > ZEROS
               MOVE SPACE TO WS-XML-GRUPO.
       P-XML-FISCAL-FIM.

      *-----campos do item: vBC/pICMS/vICMS so dentro de <ICMS> (o-----*
      *-----IPI e o PIS/COFINS tambem tem <vBC>)-------------------------*
       P-XML-ITEM.
           MOVE "<CFOP>" TO WS-TAG.
           MOVE 6 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
               MOVE WS-VAL-INT TO WS-IT-CFOP.
           MOVE "<vProd>" TO WS-TAG.
           MOVE 7 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
               MOVE WS-VAL-LIDO TO WS-IT-PROD.
           MOVE "<vICMSST>" TO WS-TAG.
           MOVE 9 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
               MOVE WS-VAL-LIDO TO WS-IT-ST.
           MOVE "<vIPI>" TO WS-TAG.
           MOVE 6 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
               MOVE WS-VAL-LIDO TO WS-IT-IPI.
           PERFORM P-XML-PRODUTO.
           IF WS-NO-ICMS NOT = "S"
               EXIT PARAGRAPH.
           MOVE "<vBC>" TO WS-TAG.
           MOVE 5 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
               MOVE WS-VAL-LIDO TO WS-IT-BC.
           MOVE "<pICMS>" TO WS-TAG.
           MOVE 7 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
               MOVE WS-VAL-LIDO TO WS-IT-ALIQ.
           MOVE "<vICMS>" TO WS-TAG.
           MOVE 7 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
               MOVE WS-VAL-LIDO TO WS-IT-ICMS.

       P-XML-TOTAL.
           MOVE "<vBC>" TO WS-TAG.
           MOVE 5 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
               MOVE WS-VAL-LIDO TO WS-XT-BC.
           MOVE "<vICMS>" TO WS-TAG.
           MOVE 7 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
               MOVE WS-VAL-LIDO TO WS-XT-ICMS.
           MOVE "<vST>" TO WS-TAG.
           MOVE 5 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
               MOVE WS-VAL-LIDO TO WS-XT-ST.
           MOVE "<vIPI>" TO WS-TAG.
           MOVE 6 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
               MOVE WS-VAL-LIDO TO WS-XT-IPI.

      *-----produto do item: codigo/EAN/descricao/unidade do----------*
      *-----fornecedor, quantidade e valor unitario comerciais----------*
       P-XML-PRODUTO.
           MOVE "<cProd>" TO WS-TAG.
           MOVE 7 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               MOVE WS-TAG-VALOR TO WS-IP-COD.
      *     "SEM GTIN" = produto sem codigo de barras
           MOVE "<cEAN>" TO WS-TAG.
           MOVE 6 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               AND WS-TAG-VALOR(1:1) NOT < "0"
               AND WS-TAG-VALOR(1:1) NOT > "9"
               MOVE WS-TAG-VALOR TO WS-IP-EAN.
           MOVE "<xProd>" TO WS-TAG.
           MOVE 7 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               MOVE WS-TAG-VALOR TO WS-IP-DESCR.
           MOVE "<uCom>" TO WS-TAG.
           MOVE 6 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               MOVE WS-TAG-VALOR TO WS-IP-UNID.
           MOVE "<qCom>" TO WS-TAG.
           MOVE 6 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               PERFORM P-PARSE-QTDE THRU P-PARSE-QTDE-FIM
               MOVE WS-QTDE-LIDA TO WS-IP-QTDE.
           MOVE "<vUnCom>" TO WS-TAG.
           MOVE 8 TO WS-TAG-LEN.
           PERFORM P-EXTRAI-TAG THRU P-EXTRAI-TAG-FIM.
           IF WS-TEM-TAG = "S"
               PERFORM P-PARSE-VALOR THRU P-PARSE-VALOR-FIM
               MOVE WS-VAL-LIDO TO WS-IP-VUNIT.

      *-----fim do item: o produto entra na tabela; o custo unitario---*
      *-----sai de vProd / qCom (o vUnCom vem com ate 10 casas)--------*
       P-GUARDA-PRODUTO.
           IF WS-IP-COD = SPACES AND WS-IP-QTDE = ZEROS
               EXIT PARAGRAPH.
           IF WS-QTDE-NI NOT < 300
               MOVE "S" TO WS-NI-SOBRA
               EXIT PARAGRAPH.
           ADD 1 TO WS-QTDE-NI.
           MOVE WS-IP-COD TO WS-NI-COD(WS-QTDE-NI).
           MOVE WS-IP-EAN TO WS-NI-EAN(WS-QTDE-NI).
           MOVE WS-IP-DESCR TO WS-NI-DESCR(WS-QTDE-NI).
           MOVE WS-IP-UNID TO WS-NI-UNID(WS-QTDE-NI).
           MOVE WS-IP-QTDE TO WS-NI-QTDE(WS-QTDE-NI).
           IF WS-IP-QTDE > ZEROS AND WS-IT-PROD > ZEROS
               COMPUTE WS-NI-CUSTO(WS-QTDE-NI) ROUNDED =
                   WS-IT-PROD / WS-IP-QTDE
           ELSE
               MOVE WS-IP-VUNIT TO WS-NI-CUSTO(WS-QTDE-NI).

      *-----fim do item: CFOP virado p/ entrada e somado na linha------*
      *-----do mesmo CFOP + aliquota------------------------------------*
       P-SOMA-ITEM.
           IF WS-IT-CFOP NOT < 5000
               SUBTRACT 4000 FROM WS-IT-CFOP.
           MOVE ZEROS TO WS-CX.
       P-SOMA-ITEM-ACHA.
           ADD 1 TO WS-CX.
           IF WS-CX > WS-QTDE-CF
               GO TO P-SOMA-ITEM-NOVO.
           IF WS-CF-CFOP(WS-CX) = WS-IT-CFOP
               AND WS-CF-ALIQ(WS-CX) = WS-IT-ALIQ
               GO TO P-SOMA-ITEM-ADD.
           GO TO P-SOMA-ITEM-ACHA.
       P-SOMA-ITEM-NOVO.
           IF WS-QTDE-CF < 20
               ADD 1 TO WS-QTDE-CF
               MOVE WS-QTDE-CF TO WS-CX
               MOVE WS-IT-CFOP TO WS-CF-CFOP(WS-CX)
               MOVE WS-IT-ALIQ TO WS-CF-ALIQ(WS-CX)
           ELSE
               MOVE 20 TO WS-CX.
       P-SOMA-ITEM-ADD.
      *     valor contabil do item = produtos + IPI + ICMS-ST
           ADD WS-IT-PROD TO WS-CF-PROD(WS-CX).
           ADD WS-IT-IPI TO WS-CF-PROD(WS-CX).
           ADD WS-IT-ST TO WS-CF-PROD(WS-CX).
           ADD WS-IT-BC TO WS-CF-BC(WS-CX).
           ADD WS-IT-ICMS TO WS-CF-ICMS(WS-CX).
           ADD WS-IT-IPI TO WS-CF-IPI(WS-CX).
           ADD WS-IT-ST TO WS-CF-ST(WS-CX).
       P-SOMA-ITEM-FIM.

      *-----a marca (abertura/fechamento de grupo) esta na linha?------*
       P-ACHA-MARCA.
           MOVE ZEROS TO WS-CONTA-TAG.
           INSPECT WS-XML-LINHA TALLYING WS-CONTA-TAG
               FOR ALL WS-TAG(1:WS-TAG-LEN).

      *-----"AAAA-MM-DD..." da emissao vira AAAAMMDD--------------------*
       P-PARSE-EMISSAO.
           IF WS-TAG-VALOR(5:1) NOT = "-"
               EXIT PARAGRAPH.
           MOVE WS-TAG-VALOR(1:4) TO WS-AE-ANO.
           MOVE WS-TAG-VALOR(6:2) TO WS-AE-MES.
           MOVE WS-TAG-VALOR(9:2) TO WS-AE-DIA.
           MOVE WS-AMD-EMI-R TO WS-XML-EMISSAO.

      *-----------------------------------------*
      * NFENT.DAT: cabecalho (seq 00, totais da nota e o titulo)
      * e uma linha por CFOP + aliquota.
       P-GRAVA-FISCAL.
           MOVE WS-XML-CHAVE TO NFE-CHAVE-ACESSO.
           MOVE ZEROS TO NFE-SEQ.
           MOVE WS-EMPRESA-ATUAL TO NFE-EMPRESA.
           MOVE NUM-CHE TO NFE-NUM-CHE.
           MOVE FORN-COD TO NFE-FORN.
           MOVE WS-CNPJ-XML-DIG TO NFE-CNPJ.
           MOVE WS-XML-NUMERO TO NFE-NUMERO.
           MOVE WS-XML-SERIE TO NFE-SERIE.
           MOVE WS-XML-EMISSAO TO NFE-EMISSAO.
           COMPUTE NFE-ENTRADA = ANO * 10000 + MES * 100 + DIA.
           MOVE ZEROS TO NFE-CFOP.
           MOVE ZEROS TO NFE-ALIQ.
           MOVE WS-XML-VALOR TO NFE-VL-CONTABIL.
           MOVE WS-XT-BC TO NFE-VL-BC.
           MOVE WS-XT-ICMS TO NFE-VL-ICMS.
           MOVE WS-XT-IPI TO NFE-VL-IPI.
           MOVE WS-XT-ST TO NFE-VL-ST.
           MOVE WS-OPER-ATUAL TO NFE-OPER-COD.
           WRITE REG-NFENT INVALID KEY
               GO TO P-GRAVA-FISCAL-FIM.
           MOVE ZEROS TO WS-CX.
       P-GRAVA-FISCAL-LOOP.
           ADD 1 TO WS-CX.
           IF WS-CX > WS-QTDE-CF
               GO TO P-GRAVA-FISCAL-FIM.
           MOVE WS-CX TO NFE-SEQ.
           MOVE WS-CF-CFOP(WS-CX) TO NFE-CFOP.
           MOVE WS-CF-ALIQ(WS-CX) TO NFE-ALIQ.
           MOVE WS-CF-PROD(WS-CX) TO NFE-VL-CONTABIL.
           MOVE WS-CF-BC(WS-CX) TO NFE-VL-BC.
           MOVE WS-CF-ICMS(WS-CX) TO NFE-VL-ICMS.
           MOVE WS-CF-IPI(WS-CX) TO NFE-VL-IPI.
           MOVE WS-CF-ST(WS-CX) TO NFE-VL-ST.
           WRITE REG-NFENT INVALID KEY
               GO TO P-GRAVA-FISCAL-FIM.
           GO TO P-GRAVA-FISCAL-LOOP.
       P-GRAVA-FISCAL-FIM.

      *-----------------------------------------*
      * NFITEM.DAT: os itens guardados viram o recebimento
      * pendente do titulo recem-criado.
       P-GRAVA-ITENS.
           MOVE ZEROS TO WS-NX.
       P-GRAVA-ITENS-LOOP.
           ADD 1 TO WS-NX.
           IF WS-NX > WS-QTDE-NI
               GO TO P-GRAVA-ITENS-FIM.
           MOVE SPACES TO REG-NFITEM.
           MOVE WS-EMPRESA-ATUAL TO NFI-EMPRESA.
           MOVE NUM-CHE TO NFI-NUM-CHE.
           MOVE WS-NX TO NFI-SEQ.
           MOVE WS-XML-CHAVE TO NFI-CHAVE-NFE.
           MOVE FORN-COD TO NFI-FORN.
           MOVE WS-PED-CASADO TO NFI-PEDIDO.
           MOVE WS-NI-COD(WS-NX) TO NFI-COD-FORN.
           MOVE WS-NI-EAN(WS-NX) TO NFI-EAN.
           MOVE WS-NI-DESCR(WS-NX) TO NFI-DESCR.
           MOVE WS-NI-UNID(WS-NX) TO NFI-UNID.
           MOVE WS-NI-QTDE(WS-NX) TO NFI-QTDE.
           MOVE WS-NI-CUSTO(WS-NX) TO NFI-CUSTO.
           MOVE ZEROS TO NFI-QTDE-CONT.
           MOVE ZEROS TO NFI-DATA-RECEB.
           MOVE ZEROS TO NFI-OPER.
           MOVE "P" TO NFI-SITUACAO.
           MOVE SPACE TO NFI-DIVERG.
           PERFORM P-ACHA-PROD-NF THRU P-ACHA-PROD-NF-FIM.
      *     numero de titulo reaproveitado: a linha velha sai
           WRITE REG-NFITEM INVALID KEY
               REWRITE REG-NFITEM.
           GO TO P-GRAVA-ITENS-LOOP.
       P-GRAVA-ITENS-FIM.

      *-----nosso produto p/ o item: amarracao ja aprendida do---------*
      *-----fornecedor; sem ela, o EAN do cadastro; 0 = o recebedor-----*
      *-----informa no MERC02-------------------------------------------*
       P-ACHA-PROD-NF.
           MOVE ZEROS TO NFI-PROD.
           IF WS-TEM-XREF NOT = "S" OR NFI-COD-FORN = SPACES
               GO TO P-ACHA-PROD-EAN.
           MOVE NFI-FORN TO XRF-FORN.
           MOVE NFI-COD-FORN TO XRF-COD-FORN.
           READ XREFPROD
               INVALID KEY
                   GO TO P-ACHA-PROD-EAN.
           MOVE XRF-PROD TO NFI-PROD.
           GO TO P-ACHA-PROD-NF-FIM.
       P-ACHA-PROD-EAN.
           IF WS-TEM-ESTOQUE NOT = "S" OR NFI-EAN = SPACES
               GO TO P-ACHA-PROD-NF-FIM.
           MOVE ZEROS TO PROD-COD.
           START ESTOQUE KEY IS NOT LESS THAN PROD-COD
               INVALID KEY
                   GO TO P-ACHA-PROD-NF-FIM.
       P-ACHA-PROD-EAN-LER.
           READ ESTOQUE NEXT RECORD
               AT END
                   GO TO P-ACHA-PROD-NF-FIM.
           IF PROD-EAN = SPACES OR PROD-EAN NOT = NFI-EAN
               GO TO P-ACHA-PROD-EAN-LER.
           MOVE PROD-COD TO NFI-PROD.
       P-ACHA-PROD-NF-FIM.

      *-----------------------------------------*
      * Pedido de compra citado na nota (<xPed>): so amarra se
      * existir, estiver aberto e for do mesmo fornecedor.
       P-CASA-PEDIDO.
           MOVE ZEROS TO WS-PED-CASADO.
           IF WS-XML-PEDIDO = ZEROS OR WS-TEM-PEDIDO NOT = "S"
               GO TO P-CASA-PEDIDO-FIM.
           MOVE WS-XML-PEDIDO TO PED-NUM.
           READ PEDIDO
               INVALID KEY
                   GO TO P-CASA-PEDIDO-FIM.
           IF NOT PED-ABERTO OR PED-FORN NOT = FORN-COD
               GO TO P-CASA-PEDIDO-FIM.
           MOVE WS-XML-PEDIDO TO WS-PED-CASADO.
       P-CASA-PEDIDO-FIM.

      *-----------------------------------------*
       P-GRAVA-TITULO.
           PERFORM P-CONTA-CODIGO THRU P-CONTA-CODIGO-FIM.
           MOVE ZEROS TO DESC-CHE.
           MOVE ZEROS TO IRRF-CHE.
           MOVE ZEROS TO INSS-CHE.
           MOVE WS-PED-CASADO TO PEDIDO-CHE.
           MOVE ZEROS TO FOLHA-CHE.
      *     natureza ja classificada pela padrao do fornecedor
           MOVE FORN-NAT-PADRAO TO NATUREZA-CHE.
           MOVE ZEROS TO JUROS-PAGO-CHE.
           COMPUTE COMPET-CHE = ANO-CHE * 100 + MES-CHE.
           MOVE ZEROS TO CONSUMO-CHE.
           MOVE SPACES TO CODBAR-CHE.
           WRITE REG-BCO INVALID KEY
               MOVE "NUMERO JA EXISTE" TO REV-MOTIVO
               PERFORM P-REVISAO
               EXIT PARAGRAPH.
           PERFORM P-GRAVA-HIST-INCLUSAO.
           MOVE "S" TO WS-GRAVOU.
           ADD 1 TO WS-QTDE-CRIADOS.
           ADD VALOR-CHE TO WS-VALOR-CRIADOS.
           DISPLAY (LIN, 04) NUM-CHE " " DESCRI-CHE " "
           WRITE REG-ARQSAID FROM LINHA-REVISAO.

       P-FINAL.
           CLOSE NFELIST ARQSAID BANCO FORN NFENT NFITEM.
           IF WS-TEM-XREF = "S"
               CLOSE XREFPROD.
           IF WS-TEM-ESTOQUE = "S"
               CLOSE ESTOQUE.
           IF WS-TEM-PEDIDO = "S"
               CLOSE PEDIDO.
           MOVE WS-VALOR-CRIADOS TO WS-MOSTRA-VALOR.
           DISPLAY (21 02) WS-QTDE-CRIADOS " titulo(s) criado(s) R$ "
               WS-MOSTRA-VALOR.
           COMPUTE WS-LX = WS-LX + WS-TAG-LEN.
           MOVE ZEROS TO WS-VX.
       P-EXTRAI-TAG-COPIA.
           IF WS-LX > 200 OR WS-VX NOT < 50
               GO TO P-EXTRAI-TAG-ACHOU.
           IF WS-XML-LINHA(WS-LX:1) = "<"
               GO TO P-EXTRAI-TAG-ACHOU.
               MOVE "S" TO WS-TEM-TAG.
       P-EXTRAI-TAG-FIM.

      *-----"1234.56" do XML (ponto decimal) vira 9(09)V99 em----------*
      *-----WS-VAL-LIDO (parte inteira tambem em WS-VAL-INT)-----------*
       P-PARSE-VALOR.
           MOVE ZEROS TO WS-VAL-INT.
           MOVE ZEROS TO WS-VAL-DEC.
           MOVE ZEROS TO WS-VX.
       P-PARSE-VALOR-LOOP.
           ADD 1 TO WS-VX.
           IF WS-VX > 50
               GO TO P-PARSE-VALOR-FIM.
           IF WS-TAG-VALOR(WS-VX:1) = SPACE
               GO TO P-PARSE-VALOR-FIM.
       P-PARSE-VALOR-FIM.
           IF WS-VAL-CASAS = 1
               COMPUTE WS-VAL-DEC = WS-VAL-DEC * 10.
           COMPUTE WS-VAL-LIDO = WS-VAL-INT + ( WS-VAL-DEC / 100 ).

      *-----"12.3456" do XML vira 9(06)V999 em WS-QTDE-LIDA (gramas----*
      *-----no produto a peso; o resto das casas e desprezado)----------*
       P-PARSE-QTDE.
           MOVE ZEROS TO WS-VAL-INT.
           MOVE ZEROS TO WS-VAL-DEC3.
           MOVE ZEROS TO WS-VAL-CASAS.
           MOVE "I" TO WS-VAL-FASE.
           MOVE ZEROS TO WS-VX.
       P-PARSE-QTDE-LOOP.
           ADD 1 TO WS-VX.
           IF WS-VX > 50
               GO TO P-PARSE-QTDE-FIM.
           IF WS-TAG-VALOR(WS-VX:1) = SPACE
               GO TO P-PARSE-QTDE-FIM.
           IF WS-TAG-VALOR(WS-VX:1) = "."
               MOVE "D" TO WS-VAL-FASE
               GO TO P-PARSE-QTDE-LOOP.
           IF WS-TAG-VALOR(WS-VX:1) < "0"
               OR WS-TAG-VALOR(WS-VX:1) > "9"
               GO TO P-PARSE-QTDE-LOOP.
           MOVE WS-TAG-VALOR(WS-VX:1) TO WS-DIGITO-X.
           IF WS-VAL-FASE = "I"
               COMPUTE WS-VAL-INT = WS-VAL-INT * 10 + WS-DIGITO-9
           ELSE
               IF WS-VAL-CASAS < 3
                   COMPUTE WS-VAL-DEC3 =
                       WS-VAL-DEC3 * 10 + WS-DIGITO-9
                   ADD 1 TO WS-VAL-CASAS.
           GO TO P-PARSE-QTDE-LOOP.
       P-PARSE-QTDE-FIM.
           IF WS-VAL-CASAS = 1
               COMPUTE WS-VAL-DEC3 = WS-VAL-DEC3 * 100.
           IF WS-VAL-CASAS = 2
               COMPUTE WS-VAL-DEC3 = WS-VAL-DEC3 * 10.
           COMPUTE WS-QTDE-LIDA =
               WS-VAL-INT + ( WS-VAL-DEC3 / 1000 ).

      *-----"AAAA-MM-DD" do XML vira dia/mes/ano------------------------*
       P-PARSE-DATA.
