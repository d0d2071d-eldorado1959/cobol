               05 PEDI-PED-NUM  PIC 9(06).
               05 PEDI-SEQ      PIC 99.
           03 PEDI-PROD        PIC 9(04).
      *    Quantidades na unidade de compra; produto pesado vem
      *    em quilos com 3 decimais, como PROD-QTDE.
           03 PEDI-QTDE        PIC 9(06)V999.
           03 PEDI-PRECO       PIC 9(08)V99.
           03 PEDI-QTDE-RECEB  PIC 9(06)V999.
