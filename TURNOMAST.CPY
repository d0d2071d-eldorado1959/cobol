           03 TUR-SITUACAO     PIC X(01).
           88 TUR-ABERTO              VALUE "A".
           88 TUR-FECHADO             VALUE "F".
      *    Conferencia do fechamento: vendas em dinheiro do turno
      *    (leitura do PDV), sangrias e suprimentos do operador no
      *    turno e a diferenca contado - esperado (esperado =
      *    fundo + vendas - sangrias + suprimentos).
           03 TUR-PDV-DINHEIRO PIC 9(09)V99.
           03 TUR-SANGRIAS     PIC 9(09)V99.
           03 TUR-SUPRIM       PIC 9(09)V99.
           03 TUR-DIFERENCA    PIC S9(09)V99.
