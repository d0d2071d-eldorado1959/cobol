      ***********************************************************
      *  PROMMAST.CPY                                            *
      *  Promocoes de preco com data marcada (PROMOCAO.DAT).     *
      *  A oferta de fim de semana mudava o PROD-PRECO no MERC10 *
      *  e alguem tinha de lembrar de voltar o preco na segunda  *
      *  - quase nunca lembrava. Aqui a promocao fica registrada *
      *  por produto, com preco, inicio e fim: o preco vigente   *
      *  (etiqueta, carga do PDV, balanca e a venda do MERC06)   *
      *  e o da promocao so entre as duas datas, e o PROD-PRECO  *
      *  normal fica intocado por baixo. Datas AAAAMMDD p/       *
      *  comparar em faixa. Cancelada = ignorada em tudo.        *
      ***********************************************************
       FD PROMOCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROMOCAO.DAT".
       01 REG-PROMOCAO.
           03 PRM-CHAVE.
               05 PRM-PROD     PIC 9(04).
               05 PRM-INICIO   PIC 9(08).
           03 PRM-FIM          PIC 9(08).
           03 PRM-PRECO        PIC 9(08)V99.
           03 PRM-SITUACAO     PIC X(01).
           88 PRM-ATIVA               VALUE "A".
           88 PRM-CANCELADA           VALUE "X".
           03 PRM-OPER-COD     PIC 99.
      *    Data do cadastro da promocao, AAAAMMDD.
           03 PRM-DATA-CAD     PIC 9(08).
