      ***********************************************************
      *  QUEBMAST.CPY                                             *
      *  Quebra de caixa por operador (QUEBRA.DAT). O fechamento  *
      *  do turno no BANCO85 compara o contado com o esperado     *
      *  (fundo de troco + vendas em dinheiro do turno - sangrias *
      *  + suprimentos do operador); diferenca acima da           *
      *  tolerancia vira um lancamento aqui, em vez de sumir com  *
      *  a tela do dia. QBR-SALDO e o acumulado do operador       *
      *  depois do lancamento (negativo = deve a gaveta). Falta   *
      *  aprovada pelo supervisor, onde a politica da loja preve, *
      *  vai p/ desconto na folha do funcionario (BANCO76).       *
      *  Chave: operador + data AAAAMMDD + turno; chave alternada *
      *  pelo funcionario da folha.                               *
      ***********************************************************
       FD QUEBRA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "QUEBRA.DAT".
       01 REG-QUEBRA.
           03 QBR-CHAVE.
               05 QBR-OPER-COD  PIC 99.
               05 QBR-DATA      PIC 9(08).
               05 QBR-TURNO     PIC 9.
           03 QBR-ESPERADO     PIC 9(09)V99.
           03 QBR-CONTADO      PIC 9(09)V99.
      *    Contado - esperado: negativo = falta, positivo = sobra.
           03 QBR-VALOR        PIC S9(09)V99.
           03 QBR-SALDO        PIC S9(09)V99.
           03 QBR-TIPO         PIC X(01).
           88 QBR-FALTA               VALUE "F".
           88 QBR-SOBRA               VALUE "S".
      *    Desconto em folha: espaco = nao enviado, E = aprovado
      *    pelo supervisor QBR-SUP-COD e enviado p/ o funcionario
      *    QBR-FUNC-COD, D = descontado na folha QBR-COMPET
      *    (AAAAMM).
           03 QBR-FOLHA        PIC X(01).
           88 QBR-ENVIADA             VALUE "E".
           88 QBR-DESCONTADA          VALUE "D".
           03 QBR-FUNC-COD     PIC 9(03).
           03 QBR-SUP-COD      PIC 99.
           03 QBR-DESC-VALOR   PIC 9(09)V99.
           03 QBR-COMPET       PIC 9(06).
