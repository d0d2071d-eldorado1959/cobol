      ***********************************************************
      *  VCOMPMAST.CPY                                            *
      *  Verba de compras (open-to-buy) por secao de gondola      *
      *  (VERBCOMP.DAT). Um registro por secao (PROD-SECAO de     *
      *  ESTQMAST) + ano, com doze valores de verba mensal de     *
      *  compra de mercadoria - digitados no MERC22. O VERBA.DAT  *
      *  segura a despesa de departamento; este segura o que o    *
      *  comprador pode encomendar no mes. O comprometido nao se  *
      *  grava: PED01 e MERC22 somam na hora os pedidos em aberto *
      *  (saldo a receber, pela entrega prevista) e as entradas   *
      *  de mercadoria do mes (MOVEST.DAT). Secao sem registro ou *
      *  com verba zero nao tem teto.                             *
      ***********************************************************
       FD VERBCOMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "VERBCOMP.DAT".
       01 REG-VERBCOMP.
           03 VCOMP-CHAVE.
               05 VCOMP-SECAO   PIC 99.
               05 VCOMP-ANO     PIC 9(04).
           03 VCOMP-PLANO OCCURS 12 TIMES PIC 9(11)V99.
