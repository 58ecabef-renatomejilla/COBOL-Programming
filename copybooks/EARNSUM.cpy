      *> Author:      Renato D. Mejilla
      *> Description: Parameter area for EARNSUM, which gathers an
      *>              employee's allowances and other earnings for
      *>              a payroll from earnings.dat. Set ESM-EMP-ID,
      *>              ESM-AS-OF-DATE (the payroll run date, for the
      *>              recurring earnings in force) and the fiscal
      *>              year/period (for one-time earnings), then
      *>              CALL "EARNSUM" USING EARN-SUM-AREA. The
      *>              taxable and non-taxable totals come back with
      *>              the items themselves (the first ten, for the
      *>              register and payslip lines; ESM-COUNT counts
      *>              every item paid). Leave without pay booked
      *>              for the period on lwop.dat comes back in
      *>              ESM-LWOP-DAYS / ESM-LWOP-AMOUNT, to come off
      *>              basic pay. Used by WS-PAYROLL-REGISTER and
      *>              WS-PAYSLIP so both pay the same earnings.
       01 EARN-SUM-AREA.
           05 ESM-EMP-ID          PIC 9(6).
           05 ESM-AS-OF-DATE      PIC 9(8).
           05 ESM-FISCAL-YEAR     PIC 9(4).
           05 ESM-PERIOD          PIC 99.
           05 ESM-TAXABLE         PIC 9(7)V99.
           05 ESM-NONTAX          PIC 9(7)V99.
           05 ESM-COUNT           PIC 99.
           05 ESM-LWOP-DAYS       PIC 99.
           05 ESM-LWOP-AMOUNT     PIC 9(7)V99.
           05 ESM-ITEM OCCURS 10 TIMES.
              10 ESM-ITEM-CODE    PIC X(4).
              10 ESM-ITEM-DESC    PIC X(20).
              10 ESM-ITEM-AMOUNT  PIC 9(7)V99.
              10 ESM-ITEM-TAXABLE PIC X.
