      ***********************************************************
      *  SIMPMAST.CPY                                             *
      *  Tabela de faixas do Simples Nacional (SIMPLES.DAT), um   *
      *  registro por faixa: ate que receita bruta acumulada dos  *
      *  ultimos 12 meses (RBT12) a faixa vai, a aliquota nominal *
      *  e a parcela a deduzir. Aliquota efetiva = (RBT12 x       *
      *  nominal - deduzir) / RBT12. Mantida pelo BANCO24, que    *
      *  cria o arquivo ja com o Anexo I (comercio) - quando a    *
      *  lei mudar a tabela, muda aqui, nao no programa.          *
      ***********************************************************
       FD SIMPLES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SIMPLES.DAT".
       01 REG-SIMPLES.
           03 SIM-FAIXA        PIC 9.
      *    Limite superior da RBT12 na faixa.
           03 SIM-LIMITE       PIC 9(09)V99.
      *    Aliquota nominal em %.
           03 SIM-ALIQ         PIC 99V99.
           03 SIM-DEDUZIR      PIC 9(09)V99.
