      ***********************************************************
      *  INDCMAST.CPY                                             *
      *  Tabela de indices de reajuste publicados (INDICE.DAT):   *
      *  a variacao percentual de cada mes do IGP-M (FGV) e do    *
      *  IPCA (IBGE), digitada no BANCO33 quando sai a            *
      *  divulgacao. O reajuste de aniversario de contrato de     *
      *  servico (CTSVMAST) acumula os 12 meses anteriores ao mes *
      *  do reajuste multiplicando (1 + variacao/100) mes a mes.  *
      *  A variacao pode ser negativa (IGP-M ja teve deflacao).   *
      ***********************************************************
       FD INDICE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "INDICE.DAT".
       01 REG-INDICE.
           03 IND-CHAVE.
      *        "G" = IGP-M, "I" = IPCA (mesmos codigos de CTS-INDICE)
               05 IND-TIPO     PIC X(01).
               05 IND-ANO      PIC 9(04).
               05 IND-MES      PIC 99.
           03 IND-PCT          PIC S9(03)V9(04).
           03 IND-DATA-LANC    PIC 9(08).
           03 IND-OPER         PIC 99.
