      *>              (the address is NULL) and falls back to its own
      *>              sign-on or operator prompt. SGN-SIGNED-ON is
      *>              "Y" only when the fields carry an identity
      *>              verified against opersec.dat. SGN-SCOPE is the
      *>              operator's branch access scope from
      *>              operscope.dat, loaded through BRSCOPE at
      *>              sign-on: SGN-SCOPE-ALL "Y" for every branch,
      *>              otherwise the SGN-BRANCH-COUNT branches listed.
      *>              It has the shape of BSC-SCOPE in BRSCOPE.cpy.
       01 SIGNON-AREA.
           05 SGN-SIGNED-ON    PIC X.
           05 SGN-OPERATOR-ID  PIC X(8).
           05 SGN-OPER-LEVEL   PIC 9.
           05 SGN-SCOPE.
              10 SGN-SCOPE-ALL     PIC X.
              10 SGN-BRANCH-COUNT  PIC 99.
              10 SGN-BRANCH        PIC X(15) OCCURS 10 TIMES.
