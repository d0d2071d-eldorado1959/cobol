      ***********************************************************
      *  ABATMAST.CPY                                             *
      *  Abatimentos em titulo (ABATIT.DAT). DESC-CHE soma, num   *
      *  campo so, o desconto obtido e tudo o que foi abatido do  *
      *  titulo sem saida de caixa: adiantamento e credito de     *
      *  devolucao consumidos na baixa do BANCO05, devolucao de   *
      *  compra abatida pelo MERC15 no titulo ainda em aberto e   *
      *  acordo comercial (MERC24) abatido na baixa. Cada um      *
      *  desses abatimentos grava uma linha aqui, com a origem e  *
      *  o valor, p/ a contabilidade (BANCO22) separar o que e    *
      *  adiantamento, devolucao e acordo do desconto de verdade. *
      *  Chave = empresa + NUM-CHE do titulo abatido + sequencia; *
      *  a confirmacao desfeita no BANCO05 apaga as linhas que    *
      *  ela mesma gravou.                                        *
      ***********************************************************
       FD ABATIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ABATIT.DAT".
       01 REG-ABATIT.
           03 ABT-CHAVE.
               05 ABT-EMPRESA   PIC 99.
               05 ABT-NUM-CHE   PIC X(06).
               05 ABT-SEQ       PIC 9(03).
      *    A = adiantamento (ADIANT.DAT, ADT-ORIGEM "A"), D = credito
      *    de devolucao (ADIANT.DAT, ADT-ORIGEM "D"), R = devolucao
      *    abatida no proprio titulo (MERC15), C = acordo comercial.
           03 ABT-ORIGEM       PIC X(01).
           88 ABT-ADIANT              VALUE "A".
           88 ABT-CRED-DEVOL          VALUE "D".
           88 ABT-DEVOL               VALUE "R".
           88 ABT-ACORDO              VALUE "C".
      *    De onde veio: ADT-NUM-CHE (A/D), ACO-NUM (C) ou o
      *    produto devolvido (R).
           03 ABT-REF          PIC X(06).
           03 ABT-VALOR        PIC 9(09)V99.
      *    Data do abatimento, AAAAMMDD.
           03 ABT-DATA         PIC 9(08).
           03 ABT-OPER-COD     PIC 99.
