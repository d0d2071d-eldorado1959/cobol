      ***********************************************************
      *  CTSVMAST.CPY                                             *
      *  Contratos de servico (CONTSERV.DAT): aluguel, seguranca, *
      *  limpeza, software, locacao de equipamento - a despesa    *
      *  fixa que tem inicio, fim e reajuste anual por indice.    *
      *  O BANCOMR so repetia o valor do mes anterior p/ sempre;  *
      *  o BANCO33 guarda aqui o objeto, o valor mensal vigente,  *
      *  a vigencia, o indice e o mes do reajuste e o prazo de    *
      *  aviso p/ nao renovar. No aniversario o BANCO33 calcula o *
      *  valor reajustado pela tabela de indices (INDCMAST), o    *
      *  supervisor aprova e os titulos em aberto do contrato     *
      *  passam ao valor novo - e o BANCOMR gera os meses         *
      *  seguintes ja com ele. Contrato e da empresa da sessao.   *
      ***********************************************************
       FD CONTSERV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONTSERV.DAT".
       01 REG-CONTSERV.
           03 CTS-NUM          PIC 9(04).
           03 CTS-EMPRESA      PIC 99.
      *    Fornecedor (FORN.DAT) e o nome do favorecido - e por ele
      *    que os titulos (DESCRI-CHE) sao ligados ao contrato.
           03 CTS-FORN-COD     PIC 9(03).
           03 CTS-FAVOR        PIC X(20).
           03 CTS-OBJETO       PIC X(30).
      *    Conta e dia de vencimento da mensalidade - modelo do
      *    titulo quando o BANCOMR ainda nao tem um p/ clonar.
           03 CTS-CONTA        PIC X(10).
           03 CTS-DIA-VCTO     PIC 99.
           03 CTS-VALOR        PIC 9(09)V99.
      *    Vigencia (AAAAMMDD) e dias de aviso previo p/ rescindir
      *    ou renegociar antes do fim.
           03 CTS-INICIO       PIC 9(08).
           03 CTS-FIM          PIC 9(08).
           03 CTS-AVISO-DIAS   PIC 9(03).
      *    Indice do reajuste anual (ver INDCMAST) e o mes em que
      *    ele se aplica.
           03 CTS-INDICE       PIC X(01).
           88 CTS-IGPM                VALUE "G".
           88 CTS-IPCA                VALUE "I".
           88 CTS-SEM-REAJ            VALUE "N".
           88 CTS-INDICE-OK           VALUE "G" "I" "N".
           03 CTS-MES-REAJ     PIC 99.
      *    Ultimo reajuste aplicado: referencia AAAAMM, valor
      *    anterior, percentual acumulado e quem aprovou.
           03 CTS-ULT-REAJ     PIC 9(06).
           03 CTS-VALOR-ANT    PIC 9(09)V99.
           03 CTS-PCT-REAJ     PIC S9(03)V9(04).
           03 CTS-OPER-REAJ    PIC 99.
           03 CTS-SITUACAO     PIC X(01).
           88 CTS-ATIVO               VALUE "A".
           88 CTS-ENCERRADO           VALUE "E".
           03 FILLER           PIC X(10).
