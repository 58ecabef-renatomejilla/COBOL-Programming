      *> Author:      Renato D. Mejilla
      *> Description: Parameter area for BRSCOPE, the branch access
      *>              scope service over operscope.dat.
      *>              BSC-FUNCTION "L" loads the scope of
      *>              BSC-OPERATOR-ID into BSC-SCOPE (MASTER-MENU
      *>              does this once at sign-on and carries it to
      *>              every program in SGN-SCOPE; a program started
      *>              outside the menu loads it for itself).
      *>              BSC-FUNCTION "C" checks BSC-BRANCH against
      *>              BSC-SCOPE and returns BSC-IN-SCOPE "Y" or "N";
      *>              with BSC-LOG-REFUSAL "Y" a refusal is also
      *>              written to empaccess.log against BSC-EMP-ID
      *>              with found-flag "R". BSC-SCOPE has the same
      *>              shape as SGN-SCOPE in SIGNON.cpy, so either one
      *>              can be moved to the other as a group.
       01 BR-SCOPE-AREA.
           05 BSC-FUNCTION     PIC X.
              88 BSC-LOAD          VALUE "L".
              88 BSC-CHECK         VALUE "C".
           05 BSC-OPERATOR-ID  PIC X(8).
           05 BSC-EMP-ID       PIC 9(6).
           05 BSC-BRANCH       PIC X(15).
           05 BSC-LOG-REFUSAL  PIC X.
           05 BSC-IN-SCOPE     PIC X.
           05 BSC-SCOPE.
              10 BSC-SCOPE-ALL     PIC X.
              10 BSC-BRANCH-COUNT  PIC 99.
              10 BSC-SCOPE-BRANCH  PIC X(15) OCCURS 10 TIMES.
