
       FD BKBCO              LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS WS-ARQ-BKBCO.
       01 REG-BKBCO          PIC X(312).

      ***********************************
       WORKING-STORAGE SECTION.
