      *> Author:      Renato D. Mejilla
      *> Description: SCENARIO-RECORD layout for salscen.dat, the
      *>              named salary-increase scenarios finance asks
      *>              for in budget season, kept beside salrev.dat
      *>              and costed by WS-COST-SCENARIO. Each scenario
      *>              is one header row and any number of grade rows
      *>              under the same SCN-NAME:
      *>                H  header - SCN-TITLE describes the scenario
      *>                   and SCN-HIRE-MONTHS is how many months of
      *>                   the year the planned hires are on payroll
      *>                   (zero for a hiring freeze)
      *>                G  grade - the salrev.dat parameter: SCN-PCT
      *>                   increase (or the flat SCN-AMT when the
      *>                   percentage is zero) from SCN-EFF-DATE, for
      *>                   SCN-GRADE; grade ** covers every grade
      *>                   without a row of its own
      *>              COPY this under the FD of every program that
      *>              reads or writes salscen.dat.
       01 SCENARIO-RECORD.
           05 SCN-NAME         PIC X(10).
           05 SCN-TYPE         PIC X.
              88 SCN-HEADER        VALUE "H".
              88 SCN-GRADE-ROW     VALUE "G".
           05 SCN-GRADE        PIC X(2).
           05 SCN-PCT          PIC 9(3)V99.
           05 SCN-AMT          PIC 9(7)V99.
           05 SCN-EFF-DATE     PIC 9(8).
           05 SCN-HIRE-MONTHS  PIC 99.
           05 SCN-TITLE        PIC X(30).
