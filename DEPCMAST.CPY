      ***********************************************************
      *  DEPCMAST.CPY                                            *
      *  Depositos do cofre no banco (DEPCOFRE.DAT).             *
      *  A sangria tirava o dinheiro da gaveta (SANGRIA.DAT) e   *
      *  dali ele ficava no cofre ate alguem levar ao banco -    *
      *  nada provava que tinha chegado la inteiro. Cada         *
      *  registro aqui e uma guia de deposito: junta uma ou      *
      *  mais sangrias (DEPSANG.DAT) num deposito p/ uma conta   *
      *  de CTA.DAT, com numero da guia e data. Nasce "A"        *
      *  (aguardando o banco); o BANCO41 casa com o credito do   *
      *  extrato e marca "C" com a data e o valor que o banco    *
      *  de fato creditou - a diferenca fica visivel. "X" =      *
      *  deposito desfeito antes do credito (as sangrias voltam  *
      *  ao cofre). Mantido pelo BANCO84 (menu principal, 44).   *
      ***********************************************************
       FD DEPCOFRE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPCOFRE.DAT".
       01 REG-DEPCOFRE.
           03 DEP-NUM          PIC 9(06).
      *    Numero da guia/envelope como sai no extrato do banco.
           03 DEP-GUIA         PIC X(06).
           03 DEP-DATA.
               05 DEP-DIA      PIC 99.
               05 DEP-MES      PIC 99.
               05 DEP-ANO      PIC 9(04).
           03 DEP-CONTA        PIC 99.
           03 DEP-VALOR        PIC 9(09)V99.
           03 DEP-QTDE-SAN     PIC 9(03).
           03 DEP-SITUACAO     PIC X(01).
           88 DEP-AGUARDANDO          VALUE "A".
           88 DEP-CREDITADO           VALUE "C".
           88 DEP-CANCELADO           VALUE "X".
      *    Credito que o banco deu (BANCO41) - DDMMAAAA.
           03 DEP-DATA-CRED    PIC 9(08).
           03 DEP-VALOR-CRED   PIC 9(09)V99.
      *    Operador logado (SESSAO.DAT) que montou o deposito.
           03 DEP-OPER-COD     PIC 99.
