      *> Author:      Renato D. Mejilla
      *> Description: HR-SNAP-RECORD layout for hrsnap.dat, the
      *>              monthly management snapshot WS-HR-PACK takes
      *>              from employee.dat, hcbudget.dat, payhist.dat,
      *>              attdhist.dat and leavehist.dat - one record per
      *>              month (YYYYMM) and branch, so the pack's prior
      *>              month, same month last year and twelve-month
      *>              trend read what was true then, not what the
      *>              masters say now. Headcount is active and on-
      *>              leave staff at month end; hires and separations
      *>              are those dated in the month; payroll cost is
      *>              the gross (with retro differences) plus the
      *>              employer's statutory shares for the month's
      *>              fiscal period, reversal pairs passed by; the
      *>              budget is the fiscal year's monthly budget.
      *>              Attendance days are the time-clock days other
      *>              than rest days and holidays off, of which
      *>              HSN-ABSENT-DAYS were absences; leave days are
      *>              the leave applied that starts in the month, and
      *>              HSN-WORK-DAYS the month's working days
      *>              (DATE-SERVICES WD), the base leave utilization
      *>              is measured against. COPY this under the FD of
      *>              every program that reads or writes hrsnap.dat.
       01 HR-SNAP-RECORD.
           05 HSN-KEY.
               10 HSN-MONTH        PIC 9(6).
               10 HSN-BRANCH       PIC X(15).
           05 HSN-HEADCOUNT     PIC 9(5).
           05 HSN-BUDGET-COUNT  PIC 9(5).
           05 HSN-BUDGET-SALARY PIC 9(11)V99.
           05 HSN-HIRES         PIC 9(5).
           05 HSN-SEPARATIONS   PIC 9(5).
           05 HSN-PAY-COST      PIC S9(11)V99.
           05 HSN-ATT-DAYS      PIC 9(7).
           05 HSN-ABSENT-DAYS   PIC 9(7).
           05 HSN-LEAVE-DAYS    PIC 9(5).
           05 HSN-WORK-DAYS     PIC 99.
           05 HSN-TAKEN-DATE    PIC 9(8).
           05 HSN-TAKEN-BY      PIC X(8).
