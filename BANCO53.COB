
       FD BKBCO              LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS WS-ARQ-BKBCO.
       01 REG-BKBCO          PIC X(312).

      ***********************************
       WORKING-STORAGE SECTION.
           MOVE ZEROS             TO JUROS-PAGO-CHE.
           MOVE ZEROS             TO COMPET-CHE.
           MOVE ZEROS             TO CONSUMO-CHE.
           MOVE SPACES            TO CODBAR-CHE.
           WRITE REG-BCO
               INVALID KEY
                   REWRITE REG-BCO.
