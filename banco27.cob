      *-----------------------------------------------------------*
       FD BKBCO              LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS WS-ARQ-BKBCO.
       01 REG-BKBCO          PIC X(312).

      *-----------------------------------------------------------*
      * Arquivo morto acumulativo (ARQMORTO.DAT): diferente do     *
      *-----------------------------------------------------------*
       FD ARQMORTO           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS WS-ARQ-MORTO.
       01 REG-ARQMORTO       PIC X(312).

      *-----------------------------------------------------------*
      * Ponto de retomada do fechamento (FECHCKP.DAT): gravado     *
