      ***********************************************************
      *  LCTMAST.CPY                                              *
      *  Lancamentos contabeis do mes (LANCTB.DAT), gerados pelo  *
      *  BANCO22 a partir do movimento (contas a pagar do BCO,    *
      *  RECEBER, CARTAO, CAIXA, TRANSFB, APLIC, depreciacao do   *
      *  IMOBIL e juros dos contratos do BANCO82) pelo de-para do *
      *  CTBMAP.DAT. Cada registro e UMA partida dobrada: debito, *
      *  credito e valor - o balancete (BANCO22) e o diario do    *
      *  contador (BANCO61) leem daqui, entao os dois batem por   *
      *  construcao. Chave empresa + mes AAAAMM + sequencia; gerar*
      *  o mes de novo apaga e regrava o mes inteiro (mes travado *
      *  no BANCO65 ja entregue nao e regerado). Data DDMMAAAA.   *
      ***********************************************************
       FD LANCTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LANCTB.DAT".
       01 REG-LANCTB.
           03 LCT-CHAVE.
               05 LCT-EMPRESA  PIC 99.
               05 LCT-AM       PIC 9(06).
               05 LCT-SEQ      PIC 9(05).
           03 LCT-DATA         PIC 9(08).
           03 LCT-DEBITO       PIC 9(06).
           03 LCT-CREDITO      PIC 9(06).
           03 LCT-VALOR        PIC 9(11)V99.
      *    Origem: P = contas a pagar (BCO), R = receber, T =
      *    cartao, X = caixa, D = depreciacao, B = transferencia,
      *    F = aplicacao financeira.
           03 LCT-ORIGEM       PIC X(01).
           03 LCT-DOC          PIC X(06).
      *    Conta de CTA.DAT e departamento do documento, quando ha.
           03 LCT-CTA          PIC 99.
           03 LCT-DEPTO        PIC 99.
           03 LCT-HIST         PIC X(20).
           03 LCT-OPER-COD     PIC 99.
