      *  previstos entram como ENTRADA na previsao de fluxo de    *
      *  caixa (BANCO17) e os recebidos do dia aparecem no        *
      *  fechamento de caixa (BANCO36). REC-DATA-RECEB zerada =   *
      *  ainda em aberto. A venda parcelada (crediario, RECEB09)  *
      *  grava uma parcela por registro, amarradas pela venda.    *
      ***********************************************************
       FD RECEBER
           LABEL RECORD IS STANDARD
      *    UMA vez pela conversao de virada (BANCO90), junto com
      *    FORN/PEDIDO/ESTOQUE/OPER/EMPRESA.
           03 REC-CLI-COD      PIC 9(04).
      *    Venda no crediario (RECEB09): os 16 bytes do antigo
      *    nome de cliente guardam o elo da parcela com a venda -
      *    REC-CRED-VENDA = REC-NUM do primeiro registro gravado da
      *    venda, parcela nn de NN (00 = a entrada, ja recebida no
      *    ato). REC-CRED-TIPO em branco = recebivel avulso.
           03 REC-CRED-VENDA   PIC X(06).
           03 REC-CRED-PARC    PIC 99.
           03 REC-CRED-QTDE    PIC 99.
           03 REC-CRED-TIPO    PIC X(01).
           88 REC-CRED-PARCELA        VALUE "C".
           88 REC-CRED-ENTRADA        VALUE "E".
           03 FILLER           PIC X(05).
           03 REC-DIA          PIC 99.
           03 REC-MES          PIC 99.
           03 REC-ANO          PIC 9(04).
