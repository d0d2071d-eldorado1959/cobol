      ***********************************************************
      *  ACORDMAST.CPY                                            *
      *  Acordos comerciais com fornecedor (ACORDO.DAT): verba    *
      *  promocional (ponta de gondola, folheto, aniversario da   *
      *  loja), bonificacao e rebate sobre volume comprado. Um    *
      *  registro por acordo, cadastrado no MERC24 para um        *
      *  FORN-COD, com o periodo de vigencia, um valor fixo OU um *
      *  percentual sobre as compras do periodo e a forma como o  *
      *  fornecedor vai acertar. O percentual e apurado pelo      *
      *  MERC24 sobre os pedidos (PEDIDO.DAT) ou sobre as         *
      *  entradas de mercadoria (MOVEST.DAT) do fornecedor - o    *
      *  valor apurado fica gravado em ACO-APURADO. O que ja foi  *
      *  recebido (deposito/mercadoria lancados no MERC24, ou     *
      *  abatido de titulo do fornecedor na baixa do BANCO05) vai *
      *  somando em ACO-RECEBIDO; apurado - recebido = saldo que  *
      *  o fornecedor ainda deve. Chave = empresa + numero do     *
      *  acordo; chave alternada pelo fornecedor.                 *
      ***********************************************************
       FD ACORDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ACORDO.DAT".
       01 REG-ACORDO.
           03 ACO-CHAVE.
               05 ACO-EMPRESA   PIC 99.
               05 ACO-NUM       PIC 9(05).
           03 ACO-FORN-COD     PIC 9(03).
           03 ACO-TIPO         PIC X(01).
           88 ACO-VERBA               VALUE "V".
           88 ACO-BONIFIC             VALUE "B".
           88 ACO-REBATE              VALUE "R".
           03 ACO-DESCR        PIC X(20).
      *    Vigencia, AAAAMMDD - so as compras dentro dela contam
      *    no percentual.
           03 ACO-INICIO       PIC 9(08).
           03 ACO-FIM          PIC 9(08).
      *    Valor fixo combinado; zeros = acordo por percentual
      *    (ACO-PCT sobre a base ACO-BASE).
           03 ACO-VALOR        PIC 9(09)V99.
           03 ACO-PCT          PIC 99V99.
           03 ACO-BASE         PIC X(01).
           88 ACO-BASE-PEDIDO         VALUE "P".
           88 ACO-BASE-ENTRADA        VALUE "E".
      *    Como o fornecedor acerta: D = desconto em titulo dele
      *    (oferecido na baixa do BANCO05), M = mercadoria
      *    bonificada, P = pagamento/deposito.
           03 ACO-FORMA        PIC X(01).
           88 ACO-FORMA-DESC          VALUE "D".
           88 ACO-FORMA-MERC          VALUE "M".
           88 ACO-FORMA-DEPOS         VALUE "P".
      *    Data combinada p/ o acerto, AAAAMMDD - saldo em aberto
      *    depois dela sai como vencido no relatorio.
           03 ACO-VENCTO       PIC 9(08).
      *    Ultima apuracao: compras do periodo achadas na base e o
      *    valor devido (fixo = o proprio ACO-VALOR).
           03 ACO-DT-APURA     PIC 9(08).
           03 ACO-BASE-VLR     PIC 9(11)V99.
           03 ACO-APURADO      PIC 9(09)V99.
           03 ACO-RECEBIDO     PIC 9(09)V99.
      *    Ultimo documento do acerto: NUM-CHE do titulo abatido
      *    (BANCO05) ou a referencia do deposito/nota (MERC24).
           03 ACO-ULT-DOC      PIC X(06).
           03 ACO-SITUACAO     PIC X(01).
           88 ACO-ABERTO              VALUE "A".
           88 ACO-QUITADO             VALUE "Q".
           88 ACO-CANCELADO           VALUE "C".
           03 ACO-OPER-COD     PIC 99.
