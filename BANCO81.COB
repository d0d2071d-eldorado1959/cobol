           MOVE WS-PROX-TRB TO TRB-NUM.
           MOVE "A" TO TRB-SITUACAO.
           MOVE WS-OPER-ATUAL TO TRB-OPER-COD.
           MOVE ZEROS TO TRB-APLIC-NUM.
           WRITE REG-TRANSFB INVALID KEY
               DISPLAY (22 04) "!! NUMERO JA EXISTENTE !!"
               ACCEPT WS-P
               DISPLAY (22 04) "!! JA CANCELADA !!"
               ACCEPT WS-P
               GO TO P-CANCELA-FIM.
      *     perna de aplicacao financeira so morre pelo BANCO20
           IF TRB-APLIC-NUM NOT = ZEROS
               DISPLAY (22 04) "!! PERNA DA APLICACAO " TRB-APLIC-NUM
                   " - CANCELE NO BANCO20 !!"
               ACCEPT WS-P
               GO TO P-CANCELA-FIM.
           MOVE TRB-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (03 04) TRB-CTA-ORIG "->" TRB-CTA-DEST
               "  R$ " WS-MOSTRA-VALOR.
