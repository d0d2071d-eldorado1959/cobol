      ***********************************************************
      *  VPRESMAST.CPY                                            *
      *  Vales-presente emitidos (VALEPRES.DAT). No Natal as      *
      *  empresas compram vales p/ os funcionarios - antes eram   *
      *  papeizinhos numerados e ninguem sabia quanto estava em   *
      *  aberto nem quais ja tinham sido usados. Cada vale e      *
      *  emitido no MERC25 com numero, valor de face, cliente     *
      *  comprador (CLIENTE.DAT), forma de pagamento e validade;  *
      *  a venda do lote de vales vira um recebivel em            *
      *  RECEBER.DAT (VPR-REC-NUM), ja baixado quando pago no     *
      *  ato. Cada uso no caixa (digitado no MERC25 ou importado  *
      *  do PDV.TXT pelo MERC06, linha "V") abate VPR-SALDO - o   *
      *  uso parcial e permitido - e fica em VALEUSO.DAT. Saldo   *
      *  de vale ativo dentro da validade e passivo da loja.      *
      *  Chave = numero do vale.                                  *
      ***********************************************************
       FD VALEPRES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "VALEPRES.DAT".
       01 REG-VALEPRES.
           03 VPR-NUM          PIC 9(06).
           03 VPR-EMPRESA      PIC 99.
           03 VPR-CLI-COD      PIC 9(04).
           03 VPR-VALOR        PIC 9(07)V99.
           03 VPR-SALDO        PIC 9(07)V99.
      *    Emissao e validade AAAAMMDD; vencido com saldo nao e
      *    mais aceito e sai no relatorio como vale nao utilizado.
           03 VPR-EMISSAO      PIC 9(08).
           03 VPR-VALIDADE     PIC 9(08).
      *    Como o comprador pagou: D = dinheiro, C = cartao,
      *    P = PIX (pago no ato), F = faturado (recebivel em
      *    aberto no RECEBER.DAT ate a confirmacao no RECEB01).
           03 VPR-FORMA        PIC X(01).
           88 VPR-FATURADO            VALUE "F".
           03 VPR-REC-NUM      PIC X(06).
           03 VPR-SITUACAO     PIC X(01).
           88 VPR-ATIVO               VALUE "A".
           88 VPR-CANCELADO           VALUE "C".
      *    Data AAAAMMDD do ultimo uso aceito (zeros = nunca usado).
           03 VPR-ULT-USO      PIC 9(08).
           03 VPR-OPER-COD     PIC 99.
