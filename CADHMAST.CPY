           03 CADH-OPERACAO    PIC X(01).
           88 CADH-INCLUSAO           VALUE "I".
           88 CADH-REGRAVACAO         VALUE "R".
           88 CADH-EXCLUSAO           VALUE "E".
      *    "A" = anonimizacao LGPD (BANCO21): ANTES nao guarda a
      *    imagem (seria guardar o que se apagou), so o que saiu.
           88 CADH-ANONIMIZACAO       VALUE "A".
           03 CADH-DATA        PIC 9(08).
           03 CADH-HORA        PIC 9(06).
           03 CADH-OPER-COD    PIC 99.
