      *> Author:      Renato D. Mejilla
      *> Description: HMO-INVOICE-RECORD layout for hmoinv.dat, the
      *>              HMO's monthly billing as received from the
      *>              broker: one line per member employee with the
      *>              plan and coverage level billed, the number of
      *>              heads covered (the employee plus dependents)
      *>              and the premium billed. Read by
      *>              WS-HMO-BILLING, which reconciles it to the
      *>              enrollment file and to payroll.
       01 HMO-INVOICE-RECORD.
           05 HIV-EMP-ID       PIC 9(6).
           05 HIV-PLAN-CODE    PIC X(4).
           05 HIV-COVERAGE     PIC X.
           05 HIV-HEADS        PIC 99.
           05 HIV-AMOUNT       PIC 9(7)V99.
