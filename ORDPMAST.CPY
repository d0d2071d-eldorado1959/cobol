      ***********************************************************
      *  ORDPMAST.CPY                                            *
      *  Ordens de producao da padaria e do acougue              *
      *  (ORDPROD.DAT), gravadas pelo MERC19. Cada ordem baixa   *
      *  os ingredientes da receita (saidas "S") e da entrada no *
      *  produto acabado ("E"), os dois com "PRODUC" no          *
      *  MOV-NUM-CHE do MOVEST.DAT; aqui fica o que era esperado *
      *  (rendimento da receita x lotes) contra o que saiu de    *
      *  fato, p/ o relatorio de rendimento, e o custo dos       *
      *  ingredientes (pelo PROD-CUSTO-MEDIO de cada um) que     *
      *  entrou no custo medio do produto acabado.               *
      ***********************************************************
       FD ORDPROD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ORDPROD.DAT".
       01 REG-ORDPROD.
           03 OP-NUM           PIC 9(06).
           03 OP-PROD          PIC 9(04).
      *    Data da producao, DDMMAAAA.
           03 OP-DATA          PIC 9(08).
           03 OP-LOTES         PIC 9(03).
           03 OP-QTDE-PREV     PIC 9(06)V999.
           03 OP-QTDE-REAL     PIC 9(06)V999.
           03 OP-CUSTO         PIC 9(09)V99.
           03 OP-OPER-COD      PIC 99.
