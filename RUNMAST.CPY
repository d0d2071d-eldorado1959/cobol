      ***********************************************************
      *  RUNMAST.CPY                                             *
      *  Controle de execucao da corrente de lote (RUNCTL.DAT).  *
      *  Quando a corrente BANCO09 -> 12 -> 16 -> 17 -> 38 -> 25 *
      *  morria no meio da madrugada, o marcador LOTE.DAT ficava *
      *  aceso e de manha ninguem sabia o que rodou. O BANCO71   *
      *  grava aqui, no disparo, um registro por programa da     *
