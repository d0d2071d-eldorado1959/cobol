      ***********************************************************
      *  VASMMAST.CPY                                             *
      *  Movimento de vasilhame (VASMOV.DAT). Nada disso passava  *
      *  pelo ESTOQUE.DAT nem pelo BCO.DAT, e a fatura de         *
      *  vasilhame da distribuidora era surpresa todo mes. Cada   *
      *  registro e uma quantidade de um tipo (VASTIPO.DAT) com   *
      *  um fornecedor ou um cliente:                             *
      *    fornecedor (VSM-PARTE "F", codigo do FORN.DAT):        *
      *      R = recebido cheio (passamos a dever o vasilhame),   *
      *      D = devolvido vazio, B = cobrado na fatura da        *
      *      distribuidora (pago, sai do que devemos);            *
      *    cliente (VSM-PARTE "C", codigo do CLIENTE.DAT, zeros = *
      *      cliente avulso do caixa):                            *
      *      C = caucao recebida (o cliente levou o vasilhame),   *
      *      V = vasilhame devolvido e caucao restituida.         *
      *  Saldo devido ao fornecedor = R - D - B; saldo em maos    *
      *  de clientes = C - V, somados ate a data que se quer      *
      *  (conferencia mensal com o extrato no MERC26). Chave =    *
      *  parte + codigo + tipo + data AAAAMMDD + sequencial.      *
      ***********************************************************
       FD VASMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "VASMOV.DAT".
       01 REG-VASMOV.
           03 VSM-CHAVE.
               05 VSM-PARTE     PIC X(01).
               88 VSM-FORNECEDOR      VALUE "F".
               88 VSM-CLIENTE         VALUE "C".
               05 VSM-CODIGO    PIC 9(04).
               05 VSM-VAS-COD   PIC 9(03).
               05 VSM-DATA      PIC 9(08).
               05 VSM-SEQ       PIC 9(03).
           03 VSM-MOV          PIC X(01).
           88 VSM-RECEBIDO            VALUE "R".
           88 VSM-DEVOLVIDO           VALUE "D".
           88 VSM-COBRADO             VALUE "B".
           88 VSM-CAUCAO              VALUE "C".
           88 VSM-RESTITUIDO          VALUE "V".
           03 VSM-QTDE         PIC 9(05).
      *    Quantidade x caucao do tipo na data do movimento.
           03 VSM-VALOR        PIC 9(07)V99.
      *    Titulo da mercadoria (NUM-CHE) quando veio do MERC02.
           03 VSM-DOC          PIC X(06).
           03 VSM-ORIGEM       PIC X(01).
           88 VSM-DO-RECEBIMENTO      VALUE "M".
           88 VSM-DIGITADO            VALUE "D".
           03 VSM-OPER-COD     PIC 99.
