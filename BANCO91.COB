       01 REG-TMPP             PIC X(29).
       FD ARQM              LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS WS-ARQ-ANO.
       01 REG-ARQM             PIC X(43).
       FD TMPM              LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "EXPTMPM.DAT".
       01 REG-TMPM             PIC X(43).
       FD ARQC              LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS WS-ARQ-ANO.
       01 REG-ARQC             PIC X(50).
