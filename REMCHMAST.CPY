      ***********************************************************
      *  REMCHMAST.CPY                                            *
      *  Controle das remessas de cheques emitidos ao banco       *
      *  (REMCHQ.DAT). Cada arquivo CHEQEMIT.TXT gerado pelo      *
      *  BANCO97 deixa aqui uma linha: o dia do movimento, quando *
      *  foi gerado, quantos cheques e quanto foi informado como  *
      *  emitido, quantas sustacoes e quantas folhas ficaram de   *
      *  fora por nao terem numero de talao. E o que o controle   *
      *  diario do BANCO97 lista p/ conferir com o banco.         *
      *  Sequencial, somente gravacao (EXTEND).                   *
      ***********************************************************
       FD REMCHQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REMCHQ.DAT".
       01 REG-REMCHQ.
           03 RCH-EMPRESA      PIC 99.
      *    Dia do movimento e dia da geracao, AAAAMMDD.
           03 RCH-DATA-MOV     PIC 9(08).
           03 RCH-DATA-GER     PIC 9(08).
           03 RCH-QTDE-EMIT    PIC 9(05).
           03 RCH-VALOR-EMIT   PIC 9(11)V99.
           03 RCH-QTDE-SUST    PIC 9(05).
           03 RCH-VALOR-SUST   PIC 9(11)V99.
           03 RCH-QTDE-SEM-FOLHA PIC 9(05).
           03 RCH-OPER-COD     PIC 99.
