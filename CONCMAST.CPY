      ***********************************************************
      *  CONCMAST.CPY                                             *
      *  Linhas de extrato ja conciliadas (CONCIL.DAT). O         *
      *  BANCO41 casava o EXTRATO.TXT e jogava o resultado fora - *
      *  no fim do mes ninguem sabia mais o que o banco ja tinha  *
      *  visto. Agora cada linha lida do extrato fica gravada     *
      *  aqui com o que casou: documento de BCO.DAT, transferen-  *
      *  cia entre contas (TRANSFB.DAT), debito automatico        *
      *  lancado, deposito do cofre (DEPCOFRE.DAT), recebivel     *
      *  (RECEBER.DAT) ou sobra (so no extrato). A chave e        *
      *  empresa + conta + data do extrato (AAAAMMDD) +           *
      *  sequencia da linha no dia: reimportar o mesmo extrato    *
      *  regrava as mesmas chaves em vez de duplicar. Chaves      *
      *  alternadas por CONC-NUM-CHE e CONC-TRB-NUM: a            *
      *  compensacao de um documento ou transferencia e achada    *
      *  direto, sem varrer a conta toda. A conciliacao mensal    *
      *  (BANCO95) le daqui os pagamentos que o banco ja          *
      *  compensou, os creditos casados com deposito do cofre e   *
      *  recebivel e as sobras do extrato.                        *
      ***********************************************************
       FD CONCIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONCIL.DAT".
       01 REG-CONCIL.
           03 CONC-CHAVE.
               05 CONC-EMPRESA  PIC 99.
               05 CONC-CONTA    PIC 99.
               05 CONC-DATA.
                   07 CONC-ANO  PIC 9(04).
                   07 CONC-MES  PIC 99.
                   07 CONC-DIA  PIC 99.
               05 CONC-SEQ      PIC 9(03).
      *    D = debito do extrato (saiu da conta), C = credito.
           03 CONC-SINAL       PIC X(01).
           88 CONC-DEBITO             VALUE "D".
           88 CONC-CREDITO            VALUE "C".
           03 CONC-VALOR       PIC 9(09)V99.
           03 CONC-NUM-DOC     PIC X(06).
           03 CONC-PIX-E2E     PIC X(32).
           03 CONC-SITUACAO    PIC X(01).
           88 CONC-CASOU-DOCTO        VALUE "C".
           88 CONC-CASOU-TRANSF       VALUE "T".
           88 CONC-DEB-AUTO           VALUE "A".
           88 CONC-SOBRA              VALUE "S".
           88 CONC-DEPOSITO           VALUE "D".
           88 CONC-RECEBIVEL          VALUE "R".
      *    Documento de BCO.DAT (C/A), transferencia de
      *    TRANSFB.DAT (T), deposito do cofre de DEPCOFRE.DAT
      *    (D, numero do deposito em CONC-TRB-NUM) ou recebivel
      *    de RECEBER.DAT baixado pelo credito (R, REC-NUM em
      *    CONC-NUM-CHE) com que a linha casou.
           03 CONC-NUM-CHE     PIC X(06).
           03 CONC-TRB-NUM     PIC 9(06).
           03 CONC-DATA-IMP    PIC 9(08).
           03 CONC-OPER-COD    PIC 99.
