      *> Author:      Renato D. Mejilla
      *> Description: NUMCTL-RECORD layout for numctl.dat, the
      *>              number-control file holding the last-assigned
      *>              EMP-ID (WS-INPUT; a five-digit serial and its
      *>              EMPIDCHK check digit) and USER-ID
      *>              (INDEXED-FILE-DEMO). Assigning programs read,
      *>              increment and rewrite the record under one
      *>              open so two sessions cannot hand out the same
