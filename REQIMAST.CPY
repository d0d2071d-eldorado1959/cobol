      ***********************************************************
      *  REQIMAST.CPY                                            *
      *  Requisicoes internas de uso e consumo (REQINT.DAT).     *
      *  Material de limpeza, sacolas e cafe tirados da gondola  *
      *  p/ uso da propria loja so apareciam meses depois como   *
      *  perda de inventario (MERC12). A requisicao (MERC20)     *
      *  baixa o estoque pelo custo medio (saida "S" com         *
      *  "CONSUM" no MOV-NUM-CHE) e grava aqui o departamento    *
      *  (DEPTO.DAT) que pediu e o valor - o relatorio de gastos *
      *  por departamento (BANCO16) soma estes valores e o teto/ *
      *  verba do departamento (DEPTO.DAT/VERBA.DAT) ja e        *
      *  postado na gravacao. Sequencial, somente gravacao       *
      *  (EXTEND), como o MOVEST.DAT.                            *
      ***********************************************************
       FD REQINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REQINT.DAT".
       01 REG-REQINT.
           03 REQ-DATA.
               05 REQ-DIA      PIC 99.
               05 REQ-MES      PIC 99.
               05 REQ-ANO      PIC 9(04).
           03 REQ-DEPTO        PIC 99.
           03 REQ-PROD         PIC 9(04).
           03 REQ-QTDE         PIC 9(06)V999.
           03 REQ-VALOR        PIC 9(09)V99.
           03 REQ-OPER-COD     PIC 99.
