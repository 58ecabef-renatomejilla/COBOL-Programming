      *> Author:      Renato D. Mejilla
      *> Description: PAYMENT-RECORD layout for payments.dat, the
      *>              payments awaiting a check that CHECK-PRINT
      *>              prints from: payee, amount and, when the payee
      *>              is an employee, the EMP-ID (zero or blank for
      *>              anyone else). WS-PAY-DISBURSE writes the check
      *>              stream of a payroll here, and a stale check
      *>              CHECK-CONTROL releases for re-issue is added
      *>              to it. COPY this under the FD of every program
      *>              that reads or writes payments.dat.
       01 PAYMENT-RECORD.
           05 PAY-PAYEE        PIC X(30).
           05 PAY-AMOUNT       PIC 9(7)V99.
           05 PAY-EMP-ID       PIC 9(6).
