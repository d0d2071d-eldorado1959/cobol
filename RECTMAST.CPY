      ***********************************************************
      *  RECTMAST.CPY                                            *
      *  Ficha tecnica (receita) dos produtos fabricados na loja *
      *  - padaria e acougue (RECEITA.DAT), mantida pelo MERC19. *
      *  Por produto acabado: a sequencia 00 e o cabecalho, com  *
      *  o rendimento esperado de UM lote (RCT-QTDE, na unidade  *
      *  do proprio produto, quilos se vendido a peso); as       *
      *  sequencias 01-99 sao os ingredientes (materia-prima do  *
      *  ESTOQUE.DAT) e a quantidade gasta por lote. A ordem de  *
      *  producao multiplica tudo pelo numero de lotes.          *
      ***********************************************************
       FD RECEITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RECEITA.DAT".
       01 REG-RECEITA.
           03 RCT-CHAVE.
               05 RCT-PROD     PIC 9(04).
               05 RCT-SEQ      PIC 99.
               88 RCT-CABECALHO       VALUE ZEROS.
      *    Ingrediente (na sequencia 00, o proprio produto acabado).
           03 RCT-INGRED       PIC 9(04).
      *    Quantidade por lote (na sequencia 00, o rendimento).
           03 RCT-QTDE         PIC 9(06)V999.
