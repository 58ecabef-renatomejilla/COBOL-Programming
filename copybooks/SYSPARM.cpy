      *>                ACCESS-THRESHOLD   lookup review volume
      *>                RUNCTL-STALE-DAYS  not-run day count
      *>                CKP-FREQUENCY      checkpoint read interval
      *>                BURST-REPORTS      Y = per-branch register
      *>                THIRTEENTH-EXEMPT  13th-month exempt ceiling
      *>                COMPANY-NAME       employer on certificates
      *>                STANDARD-HOURS     hours in the standard day
      *>                MEAL-BREAK-MINUTES unpaid break per shift
      *>                WORK-DAYS-MONTH    days behind the hourly rate
      *>                OT-PREMIUM-PCT     overtime rate, % of hourly
      *>                NIGHT-DIFF-PCT     night differential add-on %
      *>                REST-DAY-PCT       rest-day work rate %
      *>                HOLIDAY-PCT        holiday work rate %
      *>                CORR-ALERT-EMP     corrections flagging a person
      *>                CORR-ALERT-BRANCH  corrections flagging a branch
      *>                LEAVE-CARRY-CAP    vacation days kept at yearend
      *>                LEAVE-CASH-MAX     days above the cap paid out
      *>                FINAL-SICK-CASH    Y = final pay converts sick
      *>                PAY-VARIANCE-PCT   pay change % worth a reason
      *>                PAYROLL-ACCOUNT    bank account checks draw on
      *>                STALE-CHECK-DAYS   days before a check is stale
      *>                HMO-AGEOUT-DAYS    dependent age-out warn days
      *>                SPAN-MAX-REPORTS   direct reports above too many
      *>                SPAN-MIN-REPORTS   direct reports below too few
      *>                TERMS-WINDOW-DAYS  probation/contract end window
      *>                COMPA-TENURE-YEARS service counted long-serving
      *>                COMPA-LOW-PCT      range position counted low
      *>                NO-REHIRE-REASONS  separation codes barred, TE..
      *>                SESSION-IDLE-MINUTES menu idle timeout (0 = off)
      *>                BANK-COOLING-DAYS  days a changed account waits
      *>                NOTIFY-MAX-TRIES   sends before a notice fails
      *>                OPSLOG-NOTIFY-OPER operator told of log events
       01 SYS-PARM-AREA.
           05 SPM-NAME     PIC X(20).
           05 SPM-VALUE    PIC X(20).
