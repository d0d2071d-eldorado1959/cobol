      ***********************************************************
      *  DIAFMAST.CPY                                             *
      *  Dias de loja fechados (DIAFECH.DAT). O BANCO28 confere   *
      *  o roteiro de fechamento do dia (PDV importado, turnos    *
      *  fechados, fechamento de caixa, cartao gerado, sangrias   *
      *  depositadas, copia de seguranca) e o supervisor assina   *
      *  o dia como fechado - com a situacao de cada passo no     *
      *  momento da assinatura (S = feito, N = pendente). Dia     *
      *  fechado: os programas de entrada (MERC06, BANCO36,       *
      *  BANCO73, BANCO84, BANCO85) so aceitam movimento datado   *
      *  nele com liberacao do supervisor. Reabertura so de       *
      *  supervisor, registrada em HIST.DAT. Chave AAAAMMDD.      *
      ***********************************************************
       FD DIAFECH
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DIAFECH.DAT".
       01 REG-DIAFECH.
           03 DIAF-DATA        PIC 9(08).
           03 DIAF-SITUACAO    PIC X(01).
           88 DIAF-FECHADO            VALUE "F".
           88 DIAF-REABERTO           VALUE "R".
      *    Supervisor que assinou e quando.
           03 DIAF-OPER-COD    PIC 99.
           03 DIAF-ASSIN-DATA  PIC 9(08).
           03 DIAF-ASSIN-HORA  PIC 9(06).
      *    Passos na hora da assinatura: S = feito, N = pendente.
           03 DIAF-PASSOS.
               05 DIAF-PDV      PIC X(01).
               05 DIAF-TURNOS   PIC X(01).
               05 DIAF-CAIXA    PIC X(01).
               05 DIAF-CARTAO   PIC X(01).
               05 DIAF-SANGRIA  PIC X(01).
               05 DIAF-COPIA    PIC X(01).
           03 DIAF-QTDE-PEND   PIC 9.
      *    Ultima reabertura (supervisor e data).
           03 DIAF-REAB-OPER   PIC 99.
           03 DIAF-REAB-DATA   PIC 9(08).
