      *  LOTEMAST.CPY                                             *
      *  Marcador de execucao em lote (LOTE.DAT).                 *
      *  O BANCO71 grava "LOTE" aqui e dispara a corrente         *
      *  noturna BANCO09 -> 12 -> 16 -> 17 -> 38 -> 25.           *
      *  Cada relatorio, ao abrir, le o marcador: se esta em      *
      *  lote, pula todos os ACCEPTs (usa o ultimo filtro salvo   *
      *  em FILTRO.DAT pelo proprio programa), roda direto p/ a   *
      *  exportacao em disco e CHAINa o proximo da corrente. O    *
      *  ultimo (BANCO25) esvazia o marcador e devolve o menu.    *
      ***********************************************************
       FD LOTE
           LABEL RECORD IS STANDARD
