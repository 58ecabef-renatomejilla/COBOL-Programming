      *>              bank list bankref.dat; employees carrying a
      *>              record here are paid through the bank credit
      *>              file, everyone else feeds payments.dat for
      *>              CHECK-PRINT. An account the bank returned a
      *>              credit on is suspended (EBK-STATUS S, with the
      *>              date and the bank's reason) by WS-BANK-RETURN
      *>              and pays by check until WS-BANK-MAINT records
      *>              the corrected account. A new or changed account
      *>              is held (EBK-STATUS H) and pays by check until
      *>              a second operator verifies it (V) and the
      *>              BANK-COOLING-DAYS sysparm has run from
      *>              EBK-CHANGE-DATE; every change is logged to
      *>              bankchg.dat (see BANKCHG.cpy). Maintained by
      *>              WS-BANK-MAINT; read by WS-PAY-DISBURSE. COPY
      *>              this under the FD of every program that reads
      *>              or writes empbank.dat.
       01 EMP-BANK-RECORD.
           05 EBK-EMP-ID     PIC 9(6).
           05 EBK-BANK-CODE  PIC X(4).
           05 EBK-ACCOUNT    PIC X(16).
           05 EBK-STATUS     PIC X.
              88 EBK-SUSPENDED   VALUE "S".
              88 EBK-CHANGE-HELD VALUE "H".
              88 EBK-CHANGE-VERIFIED VALUE "V".
           05 EBK-SUSPEND-DATE   PIC 9(8).
           05 EBK-SUSPEND-REASON PIC X(30).
           05 EBK-CHANGE-DATE    PIC 9(8).
           05 EBK-VERIFIED-BY    PIC X(8).
