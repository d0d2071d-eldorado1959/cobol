      ***********************************************************
      *  CTBMAPMAST.CPY                                           *
      *  De-para contabil (CTBMAP.DAT): em que conta do plano     *
      *  (PLCONTA.DAT) cai cada coisa do sistema, p/ o BANCO22    *
      *  montar as partidas dobradas do mes sem ninguem           *
      *  classificar a mao.                                       *
      *  Tipo "N" = natureza de despesa (NATUREZA.DAT): debito =  *
      *  conta de despesa, credito = conta a pagar (fornecedores, *
      *  impostos a recolher...).                                 *
      *  Tipo "C" = conta de CTA.DAT (banco/caixa): a mesma conta *
      *  contabil serve de debito e de credito - informe-a no     *
      *  debito.                                                  *
      *  Tipo "E" = evento (recebiveis, cartao, caixa,            *
      *  depreciacao, emprestimos, aplicacoes...), codigos fixos  *
      *  listados na tela do BANCO22. O evento 20 e a conta       *
      *  transitoria que recebe tudo que ficou sem de-para - o    *
      *  lancamento sai balanceado mesmo assim e o contador ve o  *
      *  que falta mapear. Eventos 21 a 23 separam o que DESC-CHE *
      *  abate do titulo sem ser desconto (ABATIT.DAT): 21 =      *
      *  ativo de adiantamento/credito de fornecedor, 22 =        *
      *  devolucao de compra, 23 = acordo/rebate do fornecedor.   *
      ***********************************************************
       FD CTBMAP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CTBMAP.DAT".
       01 REG-CTBMAP.
           03 MAP-CHAVE.
               05 MAP-TIPO     PIC X(01).
               88 MAP-NATUREZA        VALUE "N".
               88 MAP-CONTA           VALUE "C".
               88 MAP-EVENTO          VALUE "E".
               05 MAP-COD      PIC 99.
           03 MAP-DEBITO       PIC 9(06).
           03 MAP-CREDITO      PIC 9(06).
