      *> Author:      Renato D. Mejilla
      *> Description: BANK-CHANGE-RECORD layout for bankchg.dat, the
      *>              append-only log of every change WS-BANK-MAINT
      *>              makes to an employee's pay account on
      *>              empbank.dat: the account before and after, who
      *>              changed it, the employee's branch (where the
      *>              notice went) and the verification. A new or
      *>              changed account is logged pending (P) and the
      *>              account pays by check until a different
      *>              operator verifies it (V); a change made again
      *>              before verification supersedes (X) the earlier
      *>              one; a removal needs no verification (N) since
      *>              the pay goes back to check. Read by
      *>              WS-BANK-CHG-REPORT for the per-period listing.
      *>              COPY this under the FD of every program that
      *>              reads or writes bankchg.dat.
       01 BANK-CHANGE-RECORD.
           05 BKC-SEQ          PIC 9(6).
           05 BKC-TIMESTAMP    PIC X(14).
           05 BKC-EMP-ID       PIC 9(6).
           05 BKC-ACTION       PIC X.
              88 BKC-ADDED         VALUE "A".
              88 BKC-CHANGED       VALUE "C".
              88 BKC-REMOVED       VALUE "R".
           05 BKC-OLD-BANK     PIC X(4).
           05 BKC-OLD-ACCOUNT  PIC X(16).
           05 BKC-NEW-BANK     PIC X(4).
           05 BKC-NEW-ACCOUNT  PIC X(16).
           05 BKC-CHANGED-BY   PIC X(8).
           05 BKC-BRANCH       PIC X(15).
           05 BKC-STATUS       PIC X.
              88 BKC-PENDING       VALUE "P".
              88 BKC-VERIFIED      VALUE "V".
              88 BKC-SUPERSEDED    VALUE "X".
              88 BKC-NO-HOLD       VALUE "N".
           05 BKC-VERIFIED-BY  PIC X(8).
           05 BKC-VERIFIED-ON  PIC 9(8).
