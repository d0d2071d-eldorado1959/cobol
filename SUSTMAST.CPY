      ***********************************************************
      *  SUSTMAST.CPY                                             *
      *  Sustacao de cheque emitido (SUSTACAO.DAT). O cheque que  *
      *  saiu das nossas maos e se perdeu, foi roubado ou ficou   *
      *  em desacordo nao e cancelamento nem estorno: liga-se p/  *
      *  o banco e ele e SUSTADO. O BANCO32 marca o documento com *
      *  CANCEL-CHE = "S" (sai dos pendentes sem virar pago) e    *
      *  guarda aqui o motivo, a data, o protocolo que o banco    *
      *  deu, a tarifa cobrada e - quando o favorecido recebe     *
      *  outro cheque - o NUM-CHE do substituto. O BANCO41 avisa  *
      *  se o sustado aparecer compensado no extrato.             *
      *  Chave: empresa da sessao + NUM-CHE (o NUM-CHE recomeca   *
      *  em cada BCOnn.DAT).                                      *
      ***********************************************************
       FD SUSTACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SUSTACAO.DAT".
       01 REG-SUSTACAO.
           03 SUS-CHAVE.
               05 SUS-EMPRESA  PIC 99.
               05 SUS-NUM-CHE  PIC X(06).
      *    Copia do cheque no momento da sustacao.
           03 SUS-CONTA        PIC X(10).
           03 SUS-FAVOR        PIC X(20).
           03 SUS-VALOR        PIC 9(09)V99.
           03 SUS-FOLHA        PIC 9(06).
           03 SUS-MOTIVO       PIC X(01).
           88 SUS-PERDA               VALUE "P".
           88 SUS-ROUBO               VALUE "R".
           88 SUS-DESACORDO           VALUE "D".
           88 SUS-OUTRO               VALUE "O".
           88 SUS-MOTIVO-OK           VALUE "P" "R" "D" "O".
           03 SUS-MOTIVO-DESC  PIC X(30).
      *    Data do pedido ao banco (AAAAMMDD), protocolo e tarifa.
           03 SUS-DATA         PIC 9(08).
           03 SUS-PROTOCOLO    PIC X(20).
           03 SUS-TARIFA       PIC 9(07)V99.
           03 SUS-OPER         PIC 99.
      *    Cheque emitido no lugar do sustado (espacos = ainda
      *    nenhum) e quando foi amarrado.
           03 SUS-SUBST-CHE    PIC X(06).
           03 SUS-SUBST-DATA   PIC 9(08).
           03 SUS-SUBST-OPER   PIC 99.
