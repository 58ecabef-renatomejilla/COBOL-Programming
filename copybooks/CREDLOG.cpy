      *> Author:      Renato D. Mejilla
      *> Description: CREDIT-LOG-RECORD layout for credlog.dat, the
      *>              log of every credit WS-PAY-DISBURSE has sent
      *>              the bank on bankcred.dat, keyed by fiscal year,
      *>              period, EMP-ID and payroll run. CRL-STATUS is S
      *>              while the credit stands and R once
      *>              WS-BANK-RETURN has matched a bank return to it,
      *>              with the return date and the bank's reason, so
      *>              credits sent less returns equals credits
      *>              accepted for any period. COPY this under the
      *>              FD of every program that reads or writes
      *>              credlog.dat.
       01 CREDIT-LOG-RECORD.
           05 CRL-KEY.
               10 CRL-FISCAL-YEAR  PIC 9(4).
               10 CRL-PERIOD       PIC 99.
               10 CRL-EMP-ID       PIC 9(6).
               10 CRL-RUN-NO       PIC 99.
           05 CRL-BANK-CODE    PIC X(4).
           05 CRL-ACCOUNT      PIC X(16).
           05 CRL-AMOUNT       PIC 9(11)V99.
           05 CRL-SENT-DATE    PIC 9(8).
           05 CRL-STATUS       PIC X.
              88 CRL-SENT          VALUE "S".
              88 CRL-RETURNED      VALUE "R".
           05 CRL-RETURN-DATE  PIC 9(8).
           05 CRL-REASON       PIC X(30).
