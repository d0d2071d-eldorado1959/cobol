      ***********************************************************
      *  PDVLMAST.CPY                                             *
      *  Registro das importacoes do PDV (PDVLOG.DAT). Cada       *
      *  importacao do PDV.TXT, reprocessamento de dia ja         *
      *  importado e estorno de um dia pelo MERC06 deixa aqui     *
      *  quando, em que estacao, quem rodou, quem liberou, o dia  *
      *  do PDV e as contagens (itens baixados, rejeitados,       *
      *  movimentos estornados, totais PDVDIA retirados). Arquivo *
      *  sequencial, somente gravacao (EXTEND), como LOGACESS.DAT;*
      *  relido pela consulta do proprio MERC06.                  *
      ***********************************************************
       FD PDVLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PDVLOG.DAT".
       01 REG-PDVLOG.
           03 PLG-DATA.
               05 PLG-DIA      PIC 99.
               05 PLG-MES      PIC 99.
               05 PLG-ANO      PIC 9(04).
           03 PLG-HORA         PIC 9(06).
           03 PLG-TERMINAL     PIC 99.
           03 PLG-OPER-COD     PIC 99.
           03 PLG-TIPO         PIC X(01).
           88 PLG-IMPORTOU            VALUE "I".
           88 PLG-REPROCESSOU         VALUE "R".
           88 PLG-ESTORNOU            VALUE "E".
      *    Dia do PDV tratado (AAAAMMDD).
           03 PLG-PDV-DATA     PIC 9(08).
           03 PLG-ITENS        PIC 9(05).
           03 PLG-REJEITADOS   PIC 9(05).
           03 PLG-ESTORNADOS   PIC 9(05).
           03 PLG-PDVDIA       PIC 9(03).
      *    Supervisor que liberou o reprocessamento/estorno.
           03 PLG-SUPERV       PIC 99.
