      ***********************************************************
      *  VALEMAST.CPY                                             *
      *  Vales do fundo fixo (VALEFUN.DAT). Cada gasto pago com o *
      *  dinheiro da caixinha: data, natureza de despesa, o       *
      *  departamento que gastou (em geral o dono do fundo, mas   *
      *  a caixinha da administracao paga o conserto da loja),    *
      *  numero do recibo/cupom e valor. VAL-REPOS fica em branco *
      *  ate a reposicao: ai recebe a empresa + NUM-CHE do titulo *
      *  gerado em BCO.DAT - pela chave alternada o BANCO66 abre  *
      *  o titulo da reposicao de volta nas naturezas e          *
      *  departamentos dos vales.                                 *
      *  Chave: empresa + departamento do fundo + sequencia.      *
      ***********************************************************
       FD VALEFUN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "VALEFUN.DAT".
       01 REG-VALEFUN.
           03 VAL-CHAVE.
               05 VAL-EMPRESA  PIC 99.
               05 VAL-FUNDO    PIC 99.
               05 VAL-SEQ      PIC 9(05).
           03 VAL-DATA         PIC 9(08).
           03 VAL-NATUREZA     PIC 99.
           03 VAL-DEPTO        PIC 99.
           03 VAL-RECIBO       PIC X(10).
           03 VAL-HISTORICO    PIC X(30).
           03 VAL-VALOR        PIC 9(07)V99.
           03 VAL-OPER         PIC 99.
           03 VAL-REPOS.
               05 VAL-REPOS-EMP PIC 99.
               05 VAL-REPOS-CHE PIC X(06).
           03 VAL-REPOS-DATA   PIC 9(08).
