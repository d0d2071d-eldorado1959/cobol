      ***********************************************************
      *  ADIANTMAST.CPY                                          *
      *  Adiantamentos a fornecedor (ADIANT.DAT). Fornecedor que  *
      *  so entrega com pagamento antecipado (granja, distribui-  *
      *  dor novo) recebe um titulo proprio, lancado no BANCO06   *
      *  com a marca de adiantamento - e esse titulo que gera a   *
      *  linha aqui. O que foi PAGO nele (VALOR-PAGO do titulo    *
      *  em BCO.DAT) menos o que ja foi abatido (ADT-CONSUMIDO) e *
      *  o credito em aberto do FORN-COD: o BANCO05, ao baixar um *
      *  titulo posterior do mesmo fornecedor, oferece abater     *
      *  dali (o abatido entra em DESC-CHE do titulo, sem saida   *
      *  de caixa), e o extrato do fornecedor (BANCO46) mostra o  *
      *  saldo a consumir. Chave = empresa + NUM-CHE do titulo do *
      *  adiantamento; chave alternada pelo fornecedor.           *
      *  A devolucao de compra (MERC15) de mercadoria cujo titulo *
      *  ja estava pago tambem vira credito aqui: ADT-DEVOLVIDO   *
      *  soma o valor devolvido ao credito do proprio titulo - se *
      *  o titulo nao era adiantamento, o registro nasce com      *
      *  ADT-ORIGEM "D" e o credito e so o devolvido.             *
      ***********************************************************
       FD ADIANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ADIANT.DAT".
       01 REG-ADIANT.
           03 ADT-CHAVE.
               05 ADT-EMPRESA   PIC 99.
               05 ADT-NUM-CHE   PIC X(06).
           03 ADT-FORN-COD     PIC 9(03).
      *    Data do lancamento, AAAAMMDD.
           03 ADT-DATA         PIC 9(08).
           03 ADT-VALOR        PIC 9(09)V99.
           03 ADT-CONSUMIDO    PIC 9(09)V99.
           03 ADT-SITUACAO     PIC X(01).
           88 ADT-ABERTO              VALUE "A".
           88 ADT-QUITADO             VALUE "Q".
           03 ADT-OPER-COD     PIC 99.
      *    A = adiantamento lancado no BANCO06 (credito = VALOR-PAGO
      *    do titulo + ADT-DEVOLVIDO); D = so credito de devolucao.
           03 ADT-ORIGEM       PIC X(01).
           88 ADT-DE-ADIANT           VALUE "A" " ".
           88 ADT-DE-DEVOL            VALUE "D".
           03 ADT-DEVOLVIDO    PIC 9(09)V99.
