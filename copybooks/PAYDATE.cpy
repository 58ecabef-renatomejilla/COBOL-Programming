      *> Author:      Renato D. Mejilla
      *> Description: Parameter area for PAYDATE, which reads the
      *>              payroll calendar paycal.dat (see PAYCAL.cpy) so
      *>              the payroll programs take their dates from it
      *>              rather than from the day they happen to run.
      *>                P  the pay period PDT-FISCAL-YEAR and
      *>                   PDT-PERIOD - its last cycle when paid
      *>                   semi-monthly
      *>                C  the cycle most recently cut off on or
      *>                   before PDT-DATE; its fiscal year and
      *>                   period come back too
      *>              Either way PDT-FOUND is "Y" with the cycle's
      *>              cut-off, deadline and pay date, and
      *>              PDT-PREV-CUTOFF the cut-off before it (zero
      *>              when it is the first on file), so the cycle's
      *>              attendance runs from the day after that.
      *>              Set the fields and
      *>              CALL "PAYDATE" USING PAY-DATE-AREA.
       01 PAY-DATE-AREA.
           05 PDT-FUNCTION       PIC X.
              88 PDT-BY-PERIOD      VALUE "P".
              88 PDT-LAST-CUTOFF    VALUE "C".
           05 PDT-FISCAL-YEAR    PIC 9(4).
           05 PDT-PERIOD         PIC 99.
           05 PDT-DATE           PIC 9(8).
           05 PDT-FOUND          PIC X.
           05 PDT-CYCLE          PIC 9.
           05 PDT-CUTOFF-DATE    PIC 9(8).
           05 PDT-DEADLINE-DATE  PIC 9(8).
           05 PDT-PAY-DATE       PIC 9(8).
           05 PDT-PREV-CUTOFF    PIC 9(8).
