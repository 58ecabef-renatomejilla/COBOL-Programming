      *>              DED-AMT is a fixed employee contribution and
      *>              DED-RATE a rate, combined per scheme inside
      *>              PAYCALC (see that program for the formula each
      *>              scheme applies). DED-ER-AMT/DED-ER-RATE are
      *>              the employer's matching share for the same
      *>              bracket, applied by PAYCALC to the same base
      *>              as the employee share (zero on taxrates.dat;
      *>              lines written before the employer share was
      *>              carried read as zero). Maintained by
      *>              WS-DEDUCT-MAINT.
       01 DEDUCT-RECORD.
           05 DED-EFF-DATE   PIC 9(8).
           05 DED-MIN        PIC 9(7)V99.
           05 DED-MAX        PIC 9(7)V99.
           05 DED-AMT        PIC 9(7)V99.
           05 DED-RATE       PIC 9(2)V9(4).
           05 DED-ER-AMT     PIC 9(7)V99.
           05 DED-ER-RATE    PIC 9(2)V9(4).
