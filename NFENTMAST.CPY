      ***********************************************************
      *  NFENTMAST.CPY                                            *
      *  Registro fiscal das NF-e de entrada (NFENT.DAT).         *
      *  O BANCO74 so aproveitava CNPJ, vNF e dVenc do XML - o    *
      *  resto (chave, numero/serie, CFOP, base e ICMS, IPI,      *
      *  ICMS-ST) era redigitado no escritorio do contador. Cada  *
      *  NF-e importada grava aqui, pela chave de acesso de 44    *
      *  digitos: sequencia 00 = cabecalho com os totais da nota  *
      *  (<ICMSTot>) e o titulo criado (NUM-CHE); sequencias 01 em*
      *  diante = uma linha por CFOP + aliquota de ICMS, somando  *
      *  os itens (<det>) que caem nela. O CFOP ja vem virado     *
      *  para entrada (5xxx->1xxx, 6xxx->2xxx, 7xxx->3xxx). A     *
      *  chave impede importar a mesma nota duas vezes. Livro de  *
      *  entradas do mes: BANCO19.                                *
      ***********************************************************
       FD NFENT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NFENT.DAT".
       01 REG-NFENT.
           03 NFE-CHAVE.
               05 NFE-CHAVE-ACESSO PIC X(44).
               05 NFE-SEQ      PIC 99.
               88 NFE-CABECALHO        VALUE ZEROS.
      *    Empresa da sessao que importou (o livro e por empresa).
           03 NFE-EMPRESA      PIC 99.
           03 NFE-NUM-CHE      PIC X(06).
           03 NFE-FORN         PIC 9(03).
           03 NFE-CNPJ         PIC X(14).
           03 NFE-NUMERO       PIC 9(09).
           03 NFE-SERIE        PIC 9(03).
      *    Emissao (<dhEmi>) e entrada (dia da importacao), AAAAMMDD.
           03 NFE-EMISSAO      PIC 9(08).
           03 NFE-ENTRADA      PIC 9(08).
      *    Zeros no cabecalho.
           03 NFE-CFOP         PIC 9(04).
           03 NFE-ALIQ         PIC 99V99.
      *    Valor contabil: vNF no cabecalho; na linha, a soma de
      *    vProd + vIPI + vICMSST dos itens.
           03 NFE-VL-CONTABIL  PIC 9(09)V99.
           03 NFE-VL-BC        PIC 9(09)V99.
           03 NFE-VL-ICMS      PIC 9(09)V99.
           03 NFE-VL-IPI       PIC 9(09)V99.
           03 NFE-VL-ST        PIC 9(09)V99.
           03 NFE-OPER-COD     PIC 99.
