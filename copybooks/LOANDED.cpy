      *> Author:      Renato D. Mejilla
      *> Description: Parameter area for LOANDED, the company loan
      *>              and salary-advance deduction service. Set
      *>              LND-FUNCTION, LND-EMP-ID and the fiscal
      *>              year/period, then CALL "LOANDED" USING
      *>              LOAN-DED-AREA.
      *>                TK  take this period's installments on every
      *>                     active loan of the employee, oldest
      *>                     loan first, as long as each fits in
      *>                     LND-LIMIT (the net pay left after the
      *>                     statutory deductions); a loan that does
      *>                     not fit waits for the next period and
      *>                     counts in LND-SKIP-COUNT. A rerun for
      *>                     the same period reverses and retakes.
      *>                QY  what TK already took for the period,
      *>                     without posting anything (payslips)
      *>              The total comes back in LND-AMOUNT and the
      *>              number of loans deducted in LND-LOAN-COUNT.
       01 LOAN-DED-AREA.
           05 LND-FUNCTION     PIC XX.
              88 LND-TAKE          VALUE "TK".
              88 LND-QUERY         VALUE "QY".
           05 LND-EMP-ID       PIC 9(6).
           05 LND-FISCAL-YEAR  PIC 9(4).
           05 LND-PERIOD       PIC 99.
           05 LND-LIMIT        PIC 9(7)V99.
           05 LND-AMOUNT       PIC 9(7)V99.
           05 LND-LOAN-COUNT   PIC 99.
           05 LND-SKIP-COUNT   PIC 99.
