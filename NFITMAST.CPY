      ***********************************************************
      *  NFITMAST.CPY                                             *
      *  Itens da NF-e importada, a receber na doca (NFITEM.DAT). *
      *  O BANCO74 cria o titulo pelo cabecalho do XML e grava    *
      *  aqui uma linha por item (<det>): codigo do produto no    *
      *  fornecedor (<cProd>), EAN (<cEAN>), descricao, unidade,  *
      *  quantidade e custo unitario da nota, ja com o nosso      *
      *  PROD-COD quando a amarracao do fornecedor (XREFPROD.DAT) *
      *  ou o EAN o acham. O MERC02, ao receber o titulo, mostra  *
      *  os itens pendentes, pede so o codigo que ainda nao foi   *
      *  amarrado e a quantidade contada; a diferenca entre o     *
      *  contado e a nota vai p/ a lista de divergencias do       *
      *  comprador (MERC21).                                      *
      *  Chave: empresa da sessao + NUM-CHE do titulo (o NUM-CHE  *
      *  recomeca em cada BCOnn.DAT) + sequencia do item na nota. *
      ***********************************************************
       FD NFITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NFITEM.DAT".
       01 REG-NFITEM.
           03 NFI-CHAVE.
               05 NFI-EMPRESA  PIC 99.
               05 NFI-NUM-CHE  PIC X(06).
               05 NFI-SEQ      PIC 9(03).
           03 NFI-CHAVE-NFE    PIC X(44).
           03 NFI-FORN         PIC 9(03).
      *    Pedido de compra (<xPed>) amarrado ao titulo; 0 = sem.
           03 NFI-PEDIDO       PIC 9(06).
      *    Como o fornecedor descreve o item na nota.
           03 NFI-COD-FORN     PIC X(20).
           03 NFI-EAN          PIC X(14).
           03 NFI-DESCR        PIC X(30).
           03 NFI-UNID         PIC X(06).
      *    Quantidade na unidade comercial da nota (<qCom>) - a
      *    mesma de compra do PEDITEM (caixas, PROD-FATOR) - e o
      *    custo unitario (<vProd> / <qCom>).
           03 NFI-QTDE         PIC 9(06)V999.
           03 NFI-CUSTO        PIC 9(08)V99.
      *    Nosso produto (ESTOQUE.DAT); 0 = ainda nao amarrado.
           03 NFI-PROD         PIC 9(04).
      *    Conferencia da doca: contado, quando e por quem.
           03 NFI-QTDE-CONT    PIC 9(06)V999.
           03 NFI-SITUACAO     PIC X(01).
           88 NFI-PENDENTE            VALUE "P".
           88 NFI-RECEBIDO            VALUE "R".
           03 NFI-DATA-RECEB   PIC 9(08).
           03 NFI-OPER         PIC 99.
      *    Contado diferente da nota: "D" = na lista do comprador,
      *    "T" = ja tratada com o fornecedor (MERC21); espaco =
      *    sem divergencia.
           03 NFI-DIVERG       PIC X(01).
           88 NFI-DIV-ABERTA          VALUE "D".
           88 NFI-DIV-TRATADA         VALUE "T".
           03 FILLER           PIC X(10).
