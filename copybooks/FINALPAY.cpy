      *> Author:      Renato D. Mejilla
      *> Description: FINAL-PAY-RECORD layout for finalpay.dat, the
      *>              final pay of each separated employee keyed by
      *>              EMP-ID, as WS-FINAL-PAY computed and posted it:
      *>              the salary for the days of the separation month
      *>              worked, the pro-rata thirteenth month for the
      *>              calendar year, the unused leave credits
      *>              converted at the daily rate, the statutory
      *>              deductions from PAYCALC and the outstanding
      *>              company loan balance taken out of what is left,
      *>              then the value of any unreturned company
      *>              property (assets.dat) the operator agreed to
      *>              charge: FPY-PROPERTY-OUT is what was still out
      *>              at computation, FPY-PROPERTY-DEDUCT what came
      *>              off the final pay.
      *>              The same amounts sit on payhist.dat under period
      *>              14 of the fiscal year of separation, held (PH-
      *>              HOLD) until the final pay is released after
      *>              clearance; FPY-STATUS follows it: H held, R
      *>              released to disbursement. The statement and
      *>              quitclaim reprint from this record. COPY this
      *>              under the FD of every program that reads or
      *>              writes finalpay.dat.
       01 FINAL-PAY-RECORD.
           05 FPY-EMP-ID        PIC 9(6).
           05 FPY-SEP-DATE      PIC 9(8).
           05 FPY-FISCAL-YEAR   PIC 9(4).
           05 FPY-SALARY-DAYS   PIC 99.
           05 FPY-MONTH-DAYS    PIC 99.
           05 FPY-SALARY-AMT    PIC 9(7)V99.
           05 FPY-13TH-DAYS     PIC 9(3).
           05 FPY-YEAR-DAYS     PIC 9(3).
           05 FPY-13TH-AMT      PIC 9(7)V99.
           05 FPY-VAC-DAYS      PIC 9(3)V99.
           05 FPY-SICK-DAYS     PIC 9(3)V99.
           05 FPY-DAILY-RATE    PIC 9(7)V99.
           05 FPY-LEAVE-AMT     PIC 9(7)V99.
           05 FPY-GROSS         PIC 9(7)V99.
           05 FPY-SSS           PIC 9(7)V99.
           05 FPY-PHILHEALTH    PIC 9(7)V99.
           05 FPY-PAGIBIG       PIC 9(7)V99.
           05 FPY-TAX           PIC 9(7)V99.
           05 FPY-LOAN-OWED     PIC 9(7)V99.
           05 FPY-LOAN-DEDUCT   PIC 9(7)V99.
           05 FPY-PROPERTY-OUT  PIC 9(7)V99.
           05 FPY-PROPERTY-DEDUCT PIC 9(7)V99.
           05 FPY-NET           PIC S9(7)V99.
           05 FPY-STATUS        PIC X.
              88 FPY-HELD           VALUE "H".
              88 FPY-RELEASED       VALUE "R".
           05 FPY-COMPUTED-ON   PIC 9(8).
           05 FPY-COMPUTED-BY   PIC X(8).
           05 FPY-RELEASED-ON   PIC 9(8).
           05 FPY-RELEASED-BY   PIC X(8).
