      *> Author:      Renato D. Mejilla
      *> Description: MASS-BATCH-RECORD layout for massbat.dat, the
      *>              log of every employee a WS-MASS-UPDATE apply
      *>              run changed, keyed by batch number and EMP-ID.
      *>              The batch reference MUnnnnnn (the batch number
      *>              after MU) is also the operator on the run's
      *>              emphist.dat and jrnl.dat lines and its record
      *>              locks. Each record keeps the employee record
      *>              before and after the change so the batch can
      *>              be reversed as a unit: MBT-STATUS A applied,
      *>              R reversed (with who and when). COPY this under
      *>              the FD of every program that reads or writes
      *>              massbat.dat.
       01 MASS-BATCH-RECORD.
           05 MBT-KEY.
              10 MBT-BATCH        PIC 9(6).
              10 MBT-EMP-ID       PIC 9(6).
           05 MBT-STATUS       PIC X.
              88 MBT-APPLIED       VALUE "A".
              88 MBT-REVERSED      VALUE "R".
           05 MBT-OPERATOR     PIC X(8).
           05 MBT-APPLIED-TS   PIC X(14).
           05 MBT-REVERSED-BY  PIC X(8).
           05 MBT-REVERSED-TS  PIC X(14).
           05 MBT-BEFORE-IMAGE PIC X(116).
           05 MBT-AFTER-IMAGE  PIC X(116).
