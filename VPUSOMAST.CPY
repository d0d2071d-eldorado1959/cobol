      ***********************************************************
      *  VPUSOMAST.CPY                                            *
      *  Usos de vale-presente (VALEUSO.DAT): cada apresentacao   *
      *  de vale no caixa, digitada no MERC25 ou importada do     *
      *  PDV.TXT (MERC06, linha "V"). Uso aceito (U) abate o      *
      *  saldo do vale em VALEPRES.DAT; apresentacao recusada (R) *
      *  fica registrada com o motivo - vale ja utilizado (o      *
      *  mesmo papel apresentado duas vezes), saldo insuficiente, *
      *  vencido, cancelado ou numero nunca emitido - e sai no    *
      *  relatorio do MERC25 p/ a conferencia. O estorno de uma   *
      *  importacao do PDV (MERC06) devolve o saldo e marca o uso *
      *  como E. Chave = vale + data AAAAMMDD + sequencial.       *
      ***********************************************************
       FD VALEUSO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "VALEUSO.DAT".
       01 REG-VALEUSO.
           03 VPU-CHAVE.
               05 VPU-NUM       PIC 9(06).
               05 VPU-DATA      PIC 9(08).
               05 VPU-SEQ       PIC 9(03).
      *    Valor abatido (U) ou o valor apresentado e nao aceito (R).
           03 VPU-VALOR        PIC 9(07)V99.
           03 VPU-ORIGEM       PIC X(01).
           88 VPU-DIGITADO            VALUE "D".
           88 VPU-DO-PDV              VALUE "P".
           03 VPU-SITUACAO     PIC X(01).
           88 VPU-USADO               VALUE "U".
           88 VPU-RECUSADO            VALUE "R".
           88 VPU-ESTORNADO           VALUE "E".
           03 VPU-MOTIVO       PIC X(12).
           03 VPU-OPER-COD     PIC 99.
