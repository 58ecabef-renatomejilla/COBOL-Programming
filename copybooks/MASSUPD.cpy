      *> Author:      Renato D. Mejilla
      *> Description: MASS-UPDATE-PARM layout for massupd.dat, the
      *>              parameter file that drives WS-MASS-UPDATE. One
      *>              line per criterion or change:
      *>                SEL BRANCH  <branch>
      *>                SEL DEPT    <department>
      *>                SEL GRADE   <grade>
      *>                SEL STATUS  <A, L or S>
      *>                SEL HIRED   <from YYYYMMDD> <to YYYYMMDD>
      *>                SET BRANCH  <new branch>
      *>                SET DEPT    <new department>
      *>                SET GRADE   <new grade>
      *>              Every SEL must match (a field not named is not
      *>              tested; without SEL STATUS separated employees
      *>              are left out). Each SET names one field and its
      *>              new value; at least one is required. A line
      *>              starting with * is a comment. COPY this under
      *>              the FD of every program that reads massupd.dat.
       01 MASS-UPDATE-PARM.
           05 MUP-TYPE         PIC X(3).
              88 MUP-SELECT        VALUE "SEL".
              88 MUP-CHANGE        VALUE "SET".
           05 FILLER           PIC X.
           05 MUP-FIELD        PIC X(7).
           05 FILLER           PIC X.
           05 MUP-VALUE        PIC X(15).
           05 FILLER           PIC X.
           05 MUP-VALUE-TO     PIC X(15).
