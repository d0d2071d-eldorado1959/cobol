      ***********************************************************
      *  FOLHMAST.CPY                                             *
      *  Historico da folha por funcionario (FOLHIST.DAT). Todo   *
      *  pagamento que o BANCO76 gera - folha do mes, parcelas do *
      *  13o e ferias - deixa aqui o bruto, o INSS e o IRRF       *
      *  retidos e o liquido, com a data do pagamento. E dele que *
      *  sai o informe de rendimentos anual de cada funcionario e *
      *  o resumo do ano p/ a conferencia da DIRF/eSocial do      *
      *  contador, sem remontar os doze contracheques de papel.   *
      *  Chave: funcionario + competencia + tipo do pagamento.    *
      ***********************************************************
       FD FOLHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FOLHIST.DAT".
       01 REG-FOLHIST.
           03 FH-CHAVE.
               05 FH-FUNC-COD  PIC 9(03).
               05 FH-ANO       PIC 9(04).
               05 FH-MES       PIC 99.
               05 FH-TIPO      PIC X(01).
               88 FH-FOLHA            VALUE "F".
               88 FH-13-PARC1         VALUE "1".
               88 FH-13-PARC2         VALUE "2".
               88 FH-FERIAS           VALUE "E".
               88 FH-DECIMO           VALUE "1" "2".
      *    Bruto do pagamento (na 2a parcela do 13o, o que sai nela:
      *    integral - 1a parcela), descontos e liquido do titulo.
           03 FH-BRUTO         PIC 9(09)V99.
           03 FH-INSS          PIC 9(09)V99.
           03 FH-IRRF          PIC 9(09)V99.
           03 FH-LIQUIDO       PIC 9(09)V99.
      *    Data do pagamento (regime de caixa do informe) e titulo.
           03 FH-PGTO-DATA.
               05 FH-PGTO-ANO  PIC 9(04).
               05 FH-PGTO-MES  PIC 99.
               05 FH-PGTO-DIA  PIC 99.
           03 FH-NUM-CHE       PIC X(06).
           03 FH-EMPRESA       PIC 99.
           03 FH-OPER          PIC 99.
