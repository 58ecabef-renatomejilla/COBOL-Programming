      *> Author:      Renato D. Mejilla
      *> Description: PAY-CURRENCY-RECORD layout for paycurr.dat, the
      *>              contract-currency reference file keyed by
      *>              EMP-ID, for the seconded staff contracted in a
      *>              foreign currency. PCY-CURRENCY is the contract
      *>              currency (a code quoted on fxrates.dat) and
      *>              PCY-CONTRACT-AMT the monthly contract amount in
      *>              it, as last keyed on PCY-EFF-DATE. The payroll
      *>              register converts the amount through FXRATE at the
      *>              rate in force on the pay date and pays the pesos
      *>              as basic salary in place of EMP-SALARY; everyone
      *>              without a record here is paid in pesos off the
      *>              master as before. Maintained by WS-PAYCUR-MAINT.
      *>              COPY this under the FD of every program that reads
      *>              or writes paycurr.dat.
       01 PAY-CURRENCY-RECORD.
           05 PCY-EMP-ID        PIC 9(6).
           05 PCY-CURRENCY      PIC X(3).
           05 PCY-CONTRACT-AMT  PIC 9(7)V99.
           05 PCY-EFF-DATE      PIC 9(8).
