      ***********************************************************
      *  FUNDMAST.CPY                                             *
      *  Fundo fixo (caixinha) de cada departamento (FUNDO.DAT).  *
      *  O departamento recebe um valor AUTORIZADO em dinheiro e  *
      *  paga as miudezas com ele; cada gasto vira um vale em     *
      *  VALEFUN.DAT (ver VALEMAST). FUN-VALES e o que ja saiu    *
      *  em vales ainda nao repostos - o dinheiro que deve estar  *
      *  na caixinha e FUN-VALOR - FUN-VALES (menos a ultima      *
      *  reposicao, enquanto o titulo dela nao for pago). Quando  *
      *  o caixa fica abaixo de FUN-MINIMO o BANCO34 pede a       *
      *  reposicao, que gera UM titulo em BCO.DAT pelo total dos  *
      *  vales. Chave: empresa da sessao + departamento (DEPTO).  *
      ***********************************************************
       FD FUNDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNDO.DAT".
       01 REG-FUNDO.
           03 FUN-CHAVE.
               05 FUN-EMPRESA  PIC 99.
               05 FUN-DEPTO    PIC 99.
      *    Quem guarda o dinheiro - e o favorecido da reposicao.
           03 FUN-RESPONSAVEL  PIC X(20).
           03 FUN-VALOR        PIC 9(07)V99.
           03 FUN-MINIMO       PIC 9(07)V99.
           03 FUN-CONTA        PIC X(10).
           03 FUN-VALES        PIC 9(07)V99.
           03 FUN-QTDE-VALES   PIC 9(04).
           03 FUN-ULT-SEQ      PIC 9(05).
      *    Ultima reposicao: titulo gerado, valor e data (AAAAMMDD).
           03 FUN-REPOS-CHE    PIC X(06).
           03 FUN-REPOS-VALOR  PIC 9(07)V99.
           03 FUN-REPOS-DATA   PIC 9(08).
           03 FUN-SITUACAO     PIC X(01).
           88 FUN-ATIVO               VALUE "A".
           88 FUN-ENCERRADO           VALUE "E".
           03 FILLER           PIC X(10).
