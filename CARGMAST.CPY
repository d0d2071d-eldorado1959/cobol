      ***********************************************************
      *  CARGMAST.CPY                                           *
      *  Carga de precos enviada ao PDV (PDVCARGA.DAT).         *
      *  Preco mudado no MERC10 (ou no MERC01) era redigitado na*
      *  frente de caixa - a etiqueta dizia um preco e o caixa  *
      *  cobrava outro. Aqui fica, por produto, o que o PDV     *
      *  recebeu na ultima carga (EAN, descricao, preco, unidade*
      *  de venda e se o produto esta no PDV ou foi mandado     *
      *  excluir): a carga parcial do MERC10 compara o cadastro *
      *  com esta foto e so manda o que mudou. O registro de    *
      *  chave 0000 e o controle da ultima carga (numero, data, *
      *  hora, modo e quantidades) - REDEFINES dos dados do     *
      *  produto.                                               *
      ***********************************************************
       FD PDVCARGA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PDVCARGA.DAT".
       01 REG-PDVCARGA.
           03 PC-PROD-COD      PIC 9(04).
           03 PC-DADOS.
               05 PC-EAN       PIC X(13).
               05 PC-DESCR     PIC X(25).
               05 PC-PRECO     PIC 9(08)V99.
               05 PC-SITUACAO  PIC X(01).
               88 PC-NO-PDV           VALUE "A".
               88 PC-EXCLUIDO         VALUE "E".
      *        Data da carga que levou o produto, AAAAMMDD.
               05 PC-DATA      PIC 9(08).
      *        Unidade de venda enviada: K = quilo (vendido a
      *        peso, preco do quilo), U = unidade.
               05 PC-UNIDADE   PIC X(01).
           03 PC-CONTROLE REDEFINES PC-DADOS.
               05 PC-CTL-SEQ   PIC 9(06).
               05 PC-CTL-DATA  PIC 9(08).
               05 PC-CTL-HORA  PIC 9(06).
      *        T = carga total, P = so os alterados.
               05 PC-CTL-MODO  PIC X(01).
               05 PC-CTL-QTDE-ALT PIC 9(05).
               05 PC-CTL-QTDE-EXC PIC 9(05).
               05 PC-CTL-OPER  PIC 99.
               05 FILLER       PIC X(25).
