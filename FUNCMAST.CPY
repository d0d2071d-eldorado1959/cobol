      *  folha), salario, aliquotas de INSS/IRRF do funcionario   *
      *  e os dados de pagamento (banco/agencia/conta/PIX), como  *
      *  o FORN.DAT carrega p/ fornecedor.                        *
      *  Admissao e controle de 13o/ferias: a folha do mes conta  *
      *  os avos (meses trabalhados) do ano p/ o 13o e do periodo *
      *  aquisitivo p/ as ferias; o BANCO76 paga as parcelas do   *
      *  13o e as ferias a partir deles e baixa o que foi pago.   *
      ***********************************************************
       FD FUNCION
           LABEL RECORD IS STANDARD
           03 FUNC-SITUACAO    PIC X(01).
           88 FUNC-ATIVO              VALUE "A".
           88 FUNC-INATIVO            VALUE "I".
      *    Admissao AAAAMMDD.
           03 FUNC-ADMISSAO    PIC 9(08).
      *    13o do ano FUNC-13-ANO: avos contados pela folha, ultimo
      *    mes contado, 1a parcela paga (valor) e 2a parcela paga.
           03 FUNC-13-ANO      PIC 9(04).
           03 FUNC-13-AVOS     PIC 99.
           03 FUNC-13-ULT-MES  PIC 99.
           03 FUNC-13-PARC1    PIC 9(09)V99.
           03 FUNC-13-PAGO     PIC X(01).
           88 FUNC-13-QUITADO         VALUE "S".
      *    Ferias: inicio do periodo aquisitivo em aberto, avos
      *    acumulados (12 = um periodo vencido) e as ultimas ferias
      *    gozadas (inicio AAAAMMDD e dias).
           03 FUNC-FER-AQUIS   PIC 9(08).
           03 FUNC-FER-AVOS    PIC 99.
           03 FUNC-FER-INICIO  PIC 9(08).
           03 FUNC-FER-DIAS    PIC 99.
      *    Dados pessoais: CPF (sai no informe de rendimentos),
      *    telefone e o desligamento (AAAAMMDD, zeros = nao
      *    desligado) - e dele que conta o prazo de guarda antes
      *    da anonimizacao da LGPD (BANCO21).
           03 FUNC-CPF         PIC X(14).
           03 FUNC-FONE        PIC X(12).
           03 FUNC-DEMISSAO    PIC 9(08).
      *    Convenio (compras do funcionario na loja, CONVCOMP.DAT):
      *    limite mensal de compras (zeros = sem convenio) e o
      *    saldo que passou do teto legal de desconto da ultima
      *    folha - entra de novo no desconto da folha seguinte.
           03 FUNC-CONV-LIMITE PIC 9(07)V99.
           03 FUNC-CONV-SALDO  PIC 9(07)V99.
