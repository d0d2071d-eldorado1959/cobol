      ***********************************************************
      *  RARQMAST.CPY                                             *
      *  Arquivo de relatorios emitidos (RELARQ.DAT). Cada        *
      *  emissao de relatorio (BANCO09/12/16/17/38/46/47 e os     *
      *  relatorios do estoque MERCnn) guarda aqui a copia do     *
      *  .TXT do jeito que saiu, linha a linha - o movimento      *
      *  muda depois (conferencias, baixas parciais, virada do    *
      *  BANCO27), o relatorio arquivado nao. O BANCO02 procura   *
      *  por programa e data, reimprime ou exporta a copia e      *
      *  expurga as emissoes mais velhas que o prazo de guarda.   *
      *  Chave = programa + data AAAAMMDD + hora HHMMSS +         *
      *  terminal + linha; a linha 00000 e o cabecalho da         *
      *  emissao (RARQ-CAB): operador, empresa da sessao,         *
      *  quantidade de linhas, arquivo de origem e os filtros     *
      *  informados na tela.                                      *
      ***********************************************************
       FD RELARQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELARQ.DAT".
       01 REG-RELARQ.
           03 RARQ-CHAVE.
               05 RARQ-PROG     PIC X(08).
               05 RARQ-DATA     PIC 9(08).
               05 RARQ-HORA     PIC 9(06).
               05 RARQ-TERM     PIC 99.
               05 RARQ-LINHA    PIC 9(05).
           03 RARQ-TEXTO       PIC X(80).
           03 RARQ-CAB REDEFINES RARQ-TEXTO.
               05 RARQ-OPER-COD PIC 99.
               05 RARQ-EMPRESA  PIC 99.
               05 RARQ-QT-LINHAS PIC 9(05).
               05 RARQ-ARQUIVO  PIC X(12).
               05 RARQ-FILTRO   PIC X(59).
