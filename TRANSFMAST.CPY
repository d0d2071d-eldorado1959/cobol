           88 TRF-CANCELADA           VALUE "X".
      *    Operador logado que emitiu / confirmou.
           03 TRF-OPER-COD     PIC 99.
      *    Lotes de validade baixados na saida (FEFO): validade do
      *    primeiro lote AAAAMMDD e a quantidade que saiu de lote -
      *    na chegada volta ao LOTEST.DAT com essa validade. Zeros
      *    = produto sem lote.
           03 TRF-VALIDADE     PIC 9(08).
           03 TRF-QTDE-LOTE    PIC 9(06)V999.
