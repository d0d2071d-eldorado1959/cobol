      ***********************************************************
      *  VASTMAST.CPY                                             *
      *  Tipos de vasilhame (VASTIPO.DAT): engradado de cerveja,  *
      *  garrafa retornavel, botijao de gas - a embalagem que     *
      *  volta p/ a distribuidora e que o cliente leva deixando   *
      *  caucao. Cada tipo tem o valor de caucao por unidade: e o *
      *  que a distribuidora cobra pelo que nao devolvemos e o    *
      *  que o caixa cobra/devolve do cliente. Cadastro e         *
      *  movimento no MERC26; o recebimento (MERC02) lanca o      *
      *  vasilhame que entra e sai com a mercadoria.              *
      *  Chave = codigo do tipo.                                  *
      ***********************************************************
       FD VASTIPO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "VASTIPO.DAT".
       01 REG-VASTIPO.
           03 VAS-COD          PIC 9(03).
           03 VAS-DESCR        PIC X(20).
           03 VAS-CAUCAO       PIC 9(05)V99.
           03 VAS-SITUACAO     PIC X(01).
           88 VAS-ATIVO               VALUE "A".
           88 VAS-INATIVO             VALUE "I".
           03 VAS-OPER-COD     PIC 99.
