      *> Author:      Renato D. Mejilla
      *> Description: STALE-CHECK-RECORD layout for stalechk.dat, the
      *>              liability still owed on checks CHECK-STALE has
      *>              cancelled as stale-dated: the cancelled check,
      *>              its payee and amount, the payee's EMP-ID and
      *>              branch, and the cancellation date. STL-STATUS
      *>              is O while the amount is still owed and R once
      *>              CHECK-CONTROL has released it to payments.dat
      *>              for a new check, with the release date. COPY
      *>              this under the FD of every program that reads
      *>              or writes stalechk.dat.
       01 STALE-CHECK-RECORD.
           05 STL-NUMBER       PIC 9(8).
           05 STL-FILLER-1     PIC X VALUE SPACE.
           05 STL-ISSUE-DATE   PIC 9(8).
           05 STL-FILLER-2     PIC X VALUE SPACE.
           05 STL-PAYEE        PIC X(30).
           05 STL-FILLER-3     PIC X VALUE SPACE.
           05 STL-AMOUNT       PIC 9(9)V99.
           05 STL-FILLER-4     PIC X VALUE SPACE.
           05 STL-EMP-ID       PIC 9(6).
           05 STL-FILLER-5     PIC X VALUE SPACE.
           05 STL-BRANCH       PIC X(15).
           05 STL-FILLER-6     PIC X VALUE SPACE.
           05 STL-CANCEL-DATE  PIC 9(8).
           05 STL-FILLER-7     PIC X VALUE SPACE.
           05 STL-STATUS       PIC X.
              88 STL-OPEN          VALUE "O".
              88 STL-REISSUED      VALUE "R".
           05 STL-FILLER-8     PIC X VALUE SPACE.
           05 STL-REISSUE-DATE PIC 9(8).
