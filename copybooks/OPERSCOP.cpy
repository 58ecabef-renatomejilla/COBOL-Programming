      *> Author:      Renato D. Mejilla
      *> Description: OPER-SCOPE-RECORD layout for operscope.dat, the
      *>              branch access scope of each operator on
      *>              opersec.dat. One record gives one operator one
      *>              branch (the canonical BR-CODE from
      *>              branches.dat); the value "*ALL" gives every
      *>              branch. An operator with NO records keeps the
      *>              old behavior - every branch - so the scope can
      *>              be rolled out one operator at a time, exactly
      *>              like the function matrix in operfunc.dat.
      *>              Maintained by OPER-SCOPE-MAINT; checked through
      *>              BRSCOPE rather than by reading this file
      *>              directly.
       01 OPER-SCOPE-RECORD.
           05 OSC-OPER-ID      PIC X(8).
           05 OSC-BRANCH       PIC X(15).
