           03 DATA-CONF        PIC 9(08).
           03 VALOR-PAGO       PIC 9(09)V99.
           03 MEMO-CHE         PIC X(30).
      *    "S" = cheque SUSTADO no banco (BANCO32: perda, roubo ou
      *    desacordo - motivo, protocolo, tarifa e substituto em
      *    SUSTACAO.DAT). Conta como cancelado p/ toda lista de
      *    pendentes e saldo (nao vai ser pago), por isso tambem
      *    responde a CHE-CANCELADO; CHE-SUSTADO separa os dois.
           03 CANCEL-CHE       PIC X.
           88 CHE-CANCELADO    VALUE "A" "S".
           88 CHE-SUSTADO      VALUE "S".
           88 CHE-ESTORNO      VALUE "E".
           88 CHE-PENDENTE     VALUE "P".
           03 PIX-E2E-CHE      PIC X(32).
           03 BORDERO-CHE      PIC 9(04).
      *    Desconto de pagamento antecipado aplicado na baixa
      *    (BANCO05, condicao do FORN.DAT) - o documento fecha com
      *    VALOR-PAGO + DESC-CHE = VALOR-CHE. O adiantamento a
      *    fornecedor abatido na baixa (ADIANT.DAT) soma aqui tambem.
           03 DESC-CHE         PIC 9(09)V99.
      *    Retencoes de prestador de servico (IRRF/INSS) calculadas
      *    na entrada do titulo (BANCO06) - VALOR-CHE ja e o
      *    quantidade x valor x preco unitario, mes a mes.
      *    0 = documento sem consumo.
           03 CONSUMO-CHE      PIC 9(07)V99.
      *    Linha digitavel do boleto que o titulo paga (BANCO06),
      *    so digitos: 47 do boleto bancario (a 48a posicao fica em
      *    branco) ou 48 da conta de concessionaria, que comeca
      *    com "8". Codigo de barras lido por leitora (44) e
      *    guardado ja convertido p/ a linha. Conferida pelos
      *    digitos verificadores e contra VALOR-CHE/vencimento na
      *    digitacao; a remessa (BANCO42) manda o codigo de barras
      *    montado daqui. Espacos = documento sem boleto.
           03 CODBAR-CHE       PIC X(48).
