           MOVE ZEROS TO JUROS-PAGO-CHE.
           COMPUTE COMPET-CHE = ANO-CHE * 100 + MES-CHE.
           MOVE ZEROS TO CONSUMO-CHE.
           MOVE SPACES TO CODBAR-CHE.
           WRITE REG-BCO INVALID KEY
               DISPLAY (22 04) "ERRO DE GRAVACAO - FS = " FS
               ACCEPT WS-P.
