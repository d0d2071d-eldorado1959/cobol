      ***********************************************************
      *  PLCMAST.CPY                                              *
      *  Plano de contas contabil (PLCONTA.DAT). O diario que o   *
      *  BANCO61 mandava ao escritorio era de um lado so (D/C     *
      *  fixo "D") e o contador classificava tudo de novo. Cada   *
      *  conta contabil tem codigo de 6 digitos (a classificacao  *
      *  vai nos proprios digitos: 110101 = ativo/circulante/     *
      *  disponivel/...), nome, grupo e o saldo de implantacao -  *
      *  o saldo da conta ANTES do primeiro mes lancado pelo      *
      *  sistema, com sinal: devedor positivo, credor negativo.   *
      *  O de-para dos cadastros p/ estas contas fica em          *
      *  CTBMAP.DAT (CTBMAPMAST) e os lancamentos do mes em       *
      *  LANCTB.DAT (LCTMAST). Mantido pelo BANCO22.              *
      ***********************************************************
       FD PLCONTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PLCONTA.DAT".
       01 REG-PLCONTA.
           03 PLC-COD          PIC 9(06).
           03 PLC-NOME         PIC X(25).
      *    Grupo: A/D = natureza devedora, P/L/R = credora.
           03 PLC-GRUPO        PIC X(01).
           88 PLC-ATIVO               VALUE "A".
           88 PLC-PASSIVO             VALUE "P".
           88 PLC-PATRIMONIO          VALUE "L".
           88 PLC-RECEITA             VALUE "R".
           88 PLC-DESPESA             VALUE "D".
           88 PLC-GRUPO-OK            VALUE "A" "P" "L" "R" "D".
           03 PLC-SITUACAO     PIC X(01).
           88 PLC-ATIVA               VALUE "A".
           88 PLC-INATIVA             VALUE "I".
           03 PLC-SALDO-INI    PIC S9(11)V99.
