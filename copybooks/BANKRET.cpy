      *> Author:      Renato D. Mejilla
      *> Description: BANK-RETURN-RECORD layout for bankret.dat, the
      *>              bank's file of payroll credits it could not
      *>              post (account closed, name mismatch). Each
      *>              detail echoes the credit as WS-PAY-DISBURSE sent
      *>              it on bankcred.dat - bank code, account, EMP-ID,
      *>              amount, fiscal year, period and run - followed
      *>              by the bank's reason code and text. The file
      *>              carries the INTFCTL header (file ID BANKRETURN),
      *>              an HSH record with the hash total of the
      *>              returned amounts, and the trailer count. Loaded
      *>              by WS-BANK-RETURN.
       01 BANK-RETURN-RECORD.
           05 BRT-BANK-CODE    PIC X(4).
           05 BRT-ACCOUNT      PIC X(16).
           05 BRT-EMP-ID       PIC 9(6).
           05 BRT-AMOUNT       PIC 9(11)V99.
           05 BRT-FISCAL-YEAR  PIC 9(4).
           05 BRT-PERIOD       PIC 99.
           05 BRT-RUN-NO       PIC 99.
           05 BRT-REASON-CODE  PIC X(4).
           05 BRT-REASON       PIC X(30).
