      ***********************************************************
      *  DEPSMAST.CPY                                            *
      *  Sangrias ja depositadas (DEPSANG.DAT). SANGRIA.DAT e    *
      *  sequencial, so cresce e nunca e expurgado: a sangria    *
      *  e identificada pela sua posicao no arquivo (1 = o       *
      *  primeiro registro gravado). Um registro aqui diz em     *
      *  qual deposito de DEPCOFRE.DAT ela foi; sangria sem      *
      *  registro aqui ainda esta no cofre. Gravado e apagado    *
      *  pelo BANCO84.                                           *
      ***********************************************************
       FD DEPSANG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPSANG.DAT".
       01 REG-DEPSANG.
           03 DS-SAN-SEQ       PIC 9(07).
           03 DS-DEP-NUM       PIC 9(06).
