           88 MOV-ENTRADA             VALUE "E".
           88 MOV-SAIDA               VALUE "S".
           88 MOV-AJUSTE              VALUE "A".
      *    Custo adicional de aquisicao (frete, seguro, CT-e) rateado
      *    sobre uma entrada ja gravada: quantidade zero, MOV-VALOR =
      *    parcela do produto somada ao custo medio (MERC02/MERC23).
           88 MOV-CUSTO-ADIC          VALUE "C".
           03 MOV-DATA.
               05 MOV-DIA      PIC 99.
               05 MOV-MES      PIC 99.
               05 MOV-ANO      PIC 9(04).
      *    Quantidade com 3 casas: quilos no produto vendido a
      *    peso (PROD-A-PESO), inteira nos demais.
           03 MOV-QTDE         PIC S9(06)V999.
           03 MOV-VALOR        PIC 9(11)V99.
      *    Documento do movimento: NUM-CHE do titulo (entrada do
      *    MERC02, devolucao do MERC15), "INVENT" (MERC04),
      *    "TRANSF" (MERC14), "PRODUC" (producao, MERC19), "CONSUM"
      *    (uso e consumo, MERC20); no custo adicional (tipo C), o
      *    titulo do frete/CT-e ou a referencia digitada (MERC23) ou
      *    o proprio titulo da mercadoria (frete digitado no MERC02);
      *    espacos na saida = venda do PDV;
      *    "ESTPDV" = venda do PDV estornada e a sua contrapartida
      *    (MERC06).
           03 MOV-NUM-CHE      PIC X(06).
           03 MOV-OPER-COD     PIC 99.
