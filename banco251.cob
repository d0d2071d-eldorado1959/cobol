           MOVE ZEROS                 TO JUROS-PAGO-CHE.
           COMPUTE COMPET-CHE = ANO-CHE * 100 + MES-CHE.
           MOVE ZEROS TO CONSUMO-CHE.
           MOVE SPACES TO CODBAR-CHE.
           PERFORM P-WRITE-BCO.
      *     lancamento de estorno e uma inclusao nova - entra no
      *     diario de inclusoes p/ a recuperacao p/ frente (BANCO53)
