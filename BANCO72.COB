           MOVE ZEROS TO JUROS-PAGO-CHE.
           COMPUTE COMPET-CHE = WS-ANO-REF * 100 + WS-MES-REF.
           MOVE ZEROS TO CONSUMO-CHE.
           MOVE SPACES TO CODBAR-CHE.
           WRITE REG-BCO INVALID KEY
               DISPLAY (20 04) "ERRO DE GRAVACAO - FS = " FS
               ACCEPT WS-P.
