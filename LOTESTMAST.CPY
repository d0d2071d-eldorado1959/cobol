      *  relatorio semanal (MERC08) lista o que vence em N dias   *
      *  e o vencido ainda em prateleira, valorizado ao custo -   *
      *  promocao e devolucao antes do fiscal achar na gondola.   *
      *  Toda saida de estoque (venda do PDV no MERC06, acerto de *
      *  inventario no MERC04, transferencia no MERC14, producao  *
      *  no MERC19, requisicao no MERC20) baixa os lotes na ordem *
      *  da chave - validade mais proxima primeiro (FEFO).        *
      ***********************************************************
       FD LOTEST
           LABEL RECORD IS STANDARD
                   07 LOT-VAL-ANO PIC 9(04).
                   07 LOT-VAL-MES PIC 99.
                   07 LOT-VAL-DIA PIC 99.
           03 LOT-QTDE         PIC 9(06)V999.
           03 LOT-FORN         PIC 9(03).
           03 LOT-CUSTO        PIC 9(08)V99.
