      *> Author:      Renato D. Mejilla
      *> Description: JOB-SCHED-RECORD layout for jobsched.dat, the
      *>              batch job schedule JOB-SCHEDULER runs from and
      *>              JOB-FORECAST reports on. One record per job,
      *>              keyed on JSC-JOB-ID: the program CALLed, its
      *>              run rule, whether a public holiday skips it,
      *>              and up to four jobs that must have finished
      *>              cleanly first. The rules are
      *>                D  every day
      *>                W  weekdays (Monday to Friday)
      *>                K  one day of the week, JSC-WEEKDAY
      *>                   (0 = Sunday ... 6 = Saturday)
      *>                M  month-end - last business day of month
      *>                F  first business day of month
      *>              Business days come from DATE-SERVICES, so M and
      *>              F already step round holidays; JSC-SKIP-HOLIDAY
      *>              applies to D, W and K. Kept through
      *>              JOB-SCHED-MAINT.
       01 JOB-SCHED-RECORD.
           05 JSC-JOB-ID         PIC X(8).
           05 JSC-PROGRAM        PIC X(20).
           05 JSC-DESC           PIC X(30).
           05 JSC-RULE           PIC X.
              88 JSC-DAILY          VALUE "D".
              88 JSC-WEEKDAYS       VALUE "W".
              88 JSC-ON-WEEKDAY     VALUE "K".
              88 JSC-MONTH-END      VALUE "M".
              88 JSC-FIRST-BUS-DAY  VALUE "F".
           05 JSC-WEEKDAY        PIC 9.
           05 JSC-SKIP-HOLIDAY   PIC X.
           05 JSC-ACTIVE         PIC X.
           05 JSC-PRED           PIC X(8) OCCURS 4 TIMES.
