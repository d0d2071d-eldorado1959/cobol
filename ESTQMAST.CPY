       01 REG-ESTOQUE.
           03 PROD-COD         PIC 9(04).
           03 PROD-DESCR       PIC X(25).
      *    Quantidade em unidades de venda - ou em QUILOS, com 3
      *    casas (gramas), no produto vendido a peso.
           03 PROD-QTDE        PIC 9(06)V999.
           03 PROD-PRECO       PIC 9(08)V99.
           03 PROD-SITUACAO    PIC X(01).
           88 PROD-ATIVO              VALUE "A".
      *    que o relatorio de reposicao (MERC05) usa p/ montar a
      *    lista de compras da semana, agrupada por fornecedor.
      *    Minimo 0 = produto fora do controle de reposicao.
      *    O MERC18 recalcula o minimo pelo giro de vendas do PDV
      *    e pelo prazo de entrega do fornecedor.
           03 PROD-MINIMO      PIC 9(06).
           03 PROD-FORN        PIC 9(03).
      *    Fator de embalagem de compra: quantas unidades de venda
      *    conveniencia que a TELA-FORN deu aos fornecedores.
      *    Espacos = produto sem barras.
           03 PROD-EAN         PIC X(13).
      *    Produto vendido a peso (hortifruti, acougue, frios,
      *    padaria): a quantidade anda em quilos com 3 casas no
      *    estoque, no diario (MOVEST), no recebimento (MERC02), no
      *    inventario (MERC04) e na venda ("P" do PDV.TXT, MERC06).
      *    Espaco/"N" = vendido por unidade, quantidade inteira.
      *    A validade em dias e a que a balanca do balcao imprime
      *    na etiqueta (carga PLU do MERC10); o PLU da balanca e o
      *    proprio PROD-COD.
           03 PROD-PESAVEL     PIC X(01).
           88 PROD-A-PESO             VALUE "S".
           03 PROD-VALIDADE    PIC 9(03).
