      *> Author:      Renato D. Mejilla
      *> Description: LOAN-RECORD layout for loans.dat, the company
      *>              loan and salary-advance master keyed by
      *>              employee and loan number. LN-PAYMENT is the
      *>              level installment from AMORT-SERVICES (the
      *>              WS-MATH schedule rule); LN-BALANCE is the
      *>              principal still owed. Payroll takes an
      *>              installment once per fiscal period from
      *>              LN-START-FY/PERIOD on and stamps
      *>              LN-LAST-FY/PERIOD with the split it took, so a
      *>              register rerun reverses and retakes rather
      *>              than deducting twice. Granted by WS-LOAN-MAINT;
      *>              deducted through LOANDED; listed by
      *>              WS-LOAN-REPORT. COPY this under the FD of every
      *>              program that reads or writes loans.dat.
       01 LOAN-RECORD.
           05 LN-KEY.
              10 LN-EMP-ID      PIC 9(6).
              10 LN-LOAN-NO     PIC 99.
           05 LN-TYPE           PIC X.
              88 LN-COMPANY-LOAN    VALUE "L".
              88 LN-SALARY-ADVANCE  VALUE "A".
           05 LN-GRANT-DATE     PIC 9(8).
           05 LN-PRINCIPAL      PIC 9(7)V99.
           05 LN-ANNUAL-RATE    PIC 99V99.
           05 LN-TERM           PIC 999.
           05 LN-START-FY       PIC 9(4).
           05 LN-START-PERIOD   PIC 99.
           05 LN-PAYMENT        PIC 9(7)V99.
           05 LN-PAID-COUNT     PIC 999.
           05 LN-BALANCE        PIC 9(7)V99.
           05 LN-STATUS         PIC X.
              88 LN-ACTIVE          VALUE "A".
              88 LN-PAID-OFF        VALUE "P".
           05 LN-LAST-FY        PIC 9(4).
           05 LN-LAST-PERIOD    PIC 99.
           05 LN-LAST-INTEREST  PIC 9(7)V99.
           05 LN-LAST-PRINCIPAL PIC 9(7)V99.
