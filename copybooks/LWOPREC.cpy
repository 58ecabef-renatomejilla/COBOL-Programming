      *> Author:      Renato D. Mejilla
      *> Description: LWOP-RECORD layout for lwop.dat, leave without
      *>              pay keyed by EMP-ID and the fiscal year/period
      *>              it is deducted in. WS-ABSENCE-RECON writes one
      *>              record per employee whose working-day absences
      *>              in the month were not covered by approved leave
      *>              on leavehist.dat: the day count, the daily rate
      *>              (EMP-SALARY over the sysparm WORK-DAYS-MONTH)
      *>              and the amount, never more than the salary. An
      *>              apply rerun replaces the period's records.
      *>              EARNSUM hands the amount to payroll, which
      *>              takes it off basic pay before PAYCALC. COPY
      *>              this under the FD of every program that reads
      *>              or writes lwop.dat.
       01 LWOP-RECORD.
           05 LWP-KEY.
              10 LWP-EMP-ID       PIC 9(6).
              10 LWP-FISCAL-YEAR  PIC 9(4).
              10 LWP-PERIOD       PIC 99.
           05 LWP-MONTH           PIC 9(6).
           05 LWP-DAYS            PIC 99.
           05 LWP-DAILY-RATE      PIC 9(7)V99.
           05 LWP-AMOUNT          PIC 9(7)V99.
           05 LWP-POSTED-ON       PIC 9(8).
