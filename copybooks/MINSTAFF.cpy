      *> Author:      Renato D. Mejilla
      *> Description: MIN-STAFF-RECORD layout for minstaff.dat, the
      *>              minimum number of people who must be at work
      *>              on any working day, keyed by branch (an
      *>              EMP-LOCATION on branches.dat) and department
      *>              (EMP-DEPT). A record with the department left
      *>              blank is the minimum for the branch as a whole,
      *>              all departments together. Maintained by
      *>              WS-MIN-STAFF-MAINT; read by WS-LEAVE-COVERAGE
      *>              for the coverage calendar and by WS-LEAVE-APPLY
      *>              to warn when approved leave takes a day below
      *>              the minimum. No record, no minimum. COPY this
      *>              under the FD of every program that reads or
      *>              writes minstaff.dat.
       01 MIN-STAFF-RECORD.
           05 MNS-KEY.
              10 MNS-BRANCH       PIC X(15).
              10 MNS-DEPT         PIC X(10).
           05 MNS-MINIMUM         PIC 9(3).
           05 MNS-UPDATED-ON      PIC 9(8).
