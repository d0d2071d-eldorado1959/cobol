      *  (EXTEND), como CAIXA.DAT. Lancado pelo BANCO84; o       *
      *  fechamento do BANCO36 soma o dia e mostra o dinheiro    *
      *  ESPERADO = vendas - sangrias + suprimentos.             *
      *  Caucao de vasilhame (MERC26): recebida entra como "U",  *
      *  devolvida sai como "V" (ver SAN-DEVOL-CAUCAO).          *
      ***********************************************************
       FD SANGRIA
           LABEL RECORD IS STANDARD
           03 SAN-TIPO         PIC X(01).
           88 SAN-SANGRIA             VALUE "S".
           88 SAN-SUPRIMENTO          VALUE "U".
      *    "V" = caucao de vasilhame devolvida ao cliente (MERC26):
      *    sai da gaveta como a sangria, mas vai p/ o cliente - nao
      *    e dinheiro do cofre (BANCO84/BANCO28 olham so o "S").
           88 SAN-DEVOL-CAUCAO        VALUE "V".
           88 SAN-SAIDA               VALUE "S" "V".
           03 SAN-VALOR        PIC 9(09)V99.
           03 SAN-MOTIVO       PIC X(20).
           03 SAN-OPER-COD     PIC 99.
