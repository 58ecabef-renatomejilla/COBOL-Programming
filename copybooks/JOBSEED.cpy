      *> Author:      Renato D. Mejilla
      *> Description: Writes the suite's standard job schedule to
      *>              jobsched.dat - the end-of-day steps EOD-DRIVER
      *>              runs, chained in the same order, and the monthly
      *>              leave accrual on the first business day. COPY
      *>              this text where the file is found missing, with
      *>              SCHED-FILE (dynamic or random access) just
      *>              opened OUTPUT under an FD carrying JOBSCHED.cpy,
      *>              or over the file open I-O to add any standard
      *>              job missing - a job already on file refuses the
      *>              WRITE and keeps its rule. The file is left open
      *>              for the caller to close.
           MOVE SPACES TO JOB-SCHED-RECORD
           MOVE ZERO TO JSC-WEEKDAY
           MOVE "N" TO JSC-SKIP-HOLIDAY
           MOVE "Y" TO JSC-ACTIVE
           MOVE "USEREXP" TO JSC-JOB-ID
           MOVE "USER-EXPORT" TO JSC-PROGRAM
           MOVE "User backup export" TO JSC-DESC
           MOVE "D" TO JSC-RULE
           WRITE JOB-SCHED-RECORD
           MOVE "ROSTER" TO JSC-JOB-ID
           MOVE "WS-EMP-ROSTER" TO JSC-PROGRAM
           MOVE "Employee roster" TO JSC-DESC
           MOVE "USEREXP" TO JSC-PRED(1)
           WRITE JOB-SCHED-RECORD
           MOVE "BRROSTER" TO JSC-JOB-ID
           MOVE "WS-EMP-BRANCH-ROSTER" TO JSC-PROGRAM
           MOVE "Employee roster by branch" TO JSC-DESC
           MOVE "ROSTER" TO JSC-PRED(1)
           WRITE JOB-SCHED-RECORD
           MOVE "STATS" TO JSC-JOB-ID
           MOVE "WS-EMP-STATS" TO JSC-PROGRAM
           MOVE "Headcount statistics" TO JSC-DESC
           MOVE "BRROSTER" TO JSC-PRED(1)
           WRITE JOB-SCHED-RECORD
           MOVE "LVACCRUE" TO JSC-JOB-ID
           MOVE "WS-LEAVE-ACCRUE" TO JSC-PROGRAM
           MOVE "Monthly leave accrual" TO JSC-DESC
           MOVE "F" TO JSC-RULE
           MOVE "USEREXP" TO JSC-PRED(1)
           WRITE JOB-SCHED-RECORD.
