      ***********************************************************
      *  CONVMAST.CPY                                             *
      *  Compras de funcionario no convenio (CONVCOMP.DAT): o     *
      *  funcionario leva a mercadoria "na conta" e paga no       *
      *  desconto da folha - o caderninho do caixa. Cada compra   *
      *  entra digitada no BANCO76 (opcao 9) ou vem do PDV.TXT    *
      *  (linha "F", importada pelo MERC06), contra o limite      *
      *  mensal do FUNC-CONV-LIMITE. A folha do mes (BANCO76)     *
      *  soma as compras em aberto ate a competencia, desconta    *
      *  no contracheque e marca cada uma com a competencia que a *
      *  descontou. Chave = funcionario + data + sequencial.      *
      ***********************************************************
       FD CONVCOMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONVCOMP.DAT".
       01 REG-CONVCOMP.
           03 CVC-CHAVE.
               05 CVC-FUNC      PIC 9(03).
      *        Data da compra AAAAMMDD (no PDV, o dia do PDV.TXT).
               05 CVC-DATA      PIC 9(08).
               05 CVC-SEQ       PIC 9(03).
           03 CVC-VALOR        PIC 9(07)V99.
           03 CVC-ORIGEM       PIC X(01).
           88 CVC-DIGITADA            VALUE "D".
           88 CVC-DO-PDV              VALUE "P".
      *    A = em aberto, D = descontada em folha (CVC-COMPET
      *    AAAAMM da folha que descontou), E = estornada (compra
      *    cancelada ou importacao do PDV estornada no MERC06).
           03 CVC-SITUACAO     PIC X(01).
           88 CVC-ABERTA              VALUE "A".
           88 CVC-DESCONTADA          VALUE "D".
           88 CVC-ESTORNADA           VALUE "E".
           03 CVC-COMPET       PIC 9(06).
           03 CVC-OPER-COD     PIC 99.
