      ***********************************************************
      *  DEVOLMAST.CPY                                            *
      *  Devolucoes de compra ao fornecedor (DEVOL.DAT).           *
      *  Mercadoria que chega avariada ou perto do vencimento     *
      *  volta p/ o fornecedor - o MERC15 da a saida no estoque   *
      *  (MOVEST.DAT, tipo "S" amarrado ao titulo do recebimento) *
      *  e grava aqui um registro por produto devolvido, com o    *
      *  titulo de origem, o custo do recebimento e o destino do  *
      *  valor: abatido do titulo ainda em aberto (DESC-CHE) ou   *
      *  credito p/ a proxima fatura (ADIANT.DAT) quando o titulo *
      *  ja estava pago. Arquivo sequencial, somente gravacao     *
      *  (EXTEND), como MOVEST.DAT - relido pela lista mensal     *
      *  (MERC16) e pelo desempenho de fornecedor (PED03).        *
      ***********************************************************
       FD DEVOL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEVOL.DAT".
       01 REG-DEVOL.
           03 DEV-EMPRESA      PIC 99.
      *    Titulo do recebimento de origem (MOV-NUM-CHE / NUM-CHE).
           03 DEV-NUM-CHE      PIC X(06).
           03 DEV-FORN-COD     PIC 9(03).
           03 DEV-PEDIDO       PIC 9(06).
      *    Data da devolucao, AAAAMMDD.
           03 DEV-DATA.
               05 DEV-ANO      PIC 9(04).
               05 DEV-MES      PIC 99.
               05 DEV-DIA      PIC 99.
           03 DEV-PROD         PIC 9(04).
      *    Quantidade em unidades de venda, como no MOVEST
      *    (quilos com 3 decimais p/ produto pesado).
           03 DEV-QTDE         PIC 9(06)V999.
           03 DEV-CUSTO-UNID   PIC 9(08)V99.
           03 DEV-VALOR        PIC 9(09)V99.
           03 DEV-MOTIVO       PIC X(01).
           88 DEV-AVARIA              VALUE "A".
           88 DEV-VALIDADE            VALUE "V".
           88 DEV-OUTRO               VALUE "O".
      *    Parte do valor abatida no titulo em aberto e parte que
      *    virou credito do fornecedor (DEV-ABATIDO + DEV-CREDITO
      *    = DEV-VALOR).
           03 DEV-ABATIDO      PIC 9(09)V99.
           03 DEV-CREDITO      PIC 9(09)V99.
           03 DEV-OPER-COD     PIC 99.
