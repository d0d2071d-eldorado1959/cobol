      *  divergente (pagou a menos). Os pendentes com data futura *
      *  entram na previsao de fluxo (BANCO17) como ENTRADAS, ao  *
      *  lado do contas a receber.                                *
      *  A = antecipado: a adquirente adiantou a parcela (BANCO73 *
      *  opcao <5>) - o dinheiro ja entrou na conta na data da    *
      *  antecipacao (CART-DATA-PAGO) e a parcela sai da previsao *
      *  na data original.                                        *
      ***********************************************************
       FD CARTAO
           LABEL RECORD IS STANDARD
           88 CART-PENDENTE           VALUE "P".
           88 CART-LIQUIDADO          VALUE "L".
           88 CART-DIVERGENTE         VALUE "D".
           88 CART-ANTECIPADO         VALUE "A".
