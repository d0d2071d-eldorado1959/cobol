               + WS-PARC-MES ( WS-IDX ).
           PERFORM P-TESTA-TRAVA.
           IF PERIODO-FECHADO-88
               DISPLAY (23 04) "!! MES FECHADO (BANCO65) - OUTRA DATA"
               ACCEPT WS-P
               DISPLAY (23 04) WS-LIMPA
               GO TO P-PARCELAS-DATA.
           MOVE ZEROS TO JUROS-PAGO-CHE.
           COMPUTE COMPET-CHE = ANO-CHE * 100 + MES-CHE.
           MOVE ZEROS TO CONSUMO-CHE.
           MOVE SPACES TO CODBAR-CHE.
           PERFORM P-WRITE-BCO.
           MOVE "I" TO WS-OPERACAO.
           PERFORM P-GRAVA-HIST.
