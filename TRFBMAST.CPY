      *  passa por BCO.DAT, gastos (BANCO16) e resumo fiscal      *
      *  (BANCO38) nunca veem transferencia como despesa.         *
      *  Mantida por BANCO81 (menu principal, opcao 41).          *
      *  TRB-CTA-ORIG = 00 e dinheiro que entra de FORA do        *
      *  sistema direto na conta destino - a antecipacao de       *
      *  recebiveis de cartao (BANCO73) credita assim o valor     *
      *  antecipado; o razao soma no destino do mesmo jeito.      *
      *  TRB-CTA-DEST = 00 e dinheiro que sai da conta p/ FORA -  *
      *  a aplicacao financeira (BANCO20) debita assim o valor    *
      *  aplicado e credita o resgate liquido com origem 00,      *
      *  sempre com TRB-APLIC-NUM preenchido.                     *
      ***********************************************************
       FD TRANSFB
           LABEL RECORD IS STANDARD
           88 TRB-CANCELADA           VALUE "C".
      *    Operador logado (SESSAO.DAT) que lancou.
           03 TRB-OPER-COD     PIC 99.
      *    Aplicacao financeira (APLIC.DAT) dona da perna; zeros =
      *    transferencia comum ou antecipacao de cartao.
           03 TRB-APLIC-NUM    PIC 9(06).
