      ***********************************************************
      *  XREFMAST.CPY                                             *
      *  Amarracao produto do fornecedor x nosso produto          *
      *  (XREFPROD.DAT). Cada fornecedor tem o seu codigo p/ o    *
      *  mesmo item; na primeira vez que o recebedor diz no       *
      *  MERC02 qual PROD-COD e o <cProd> da nota, a amarracao    *
      *  fica gravada aqui e o BANCO74 ja traz o item casado nas  *
      *  notas seguintes daquele fornecedor.                      *
      *  Chave: FORN-COD + codigo do produto no fornecedor.       *
      ***********************************************************
       FD XREFPROD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "XREFPROD.DAT".
       01 REG-XREFPROD.
           03 XRF-CHAVE.
               05 XRF-FORN     PIC 9(03).
               05 XRF-COD-FORN PIC X(20).
           03 XRF-PROD         PIC 9(04).
      *    Quando e quem amarrou (AAAAMMDD).
           03 XRF-DATA         PIC 9(08).
           03 XRF-OPER         PIC 99.
