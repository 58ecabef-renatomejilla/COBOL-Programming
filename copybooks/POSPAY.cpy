      *> Author:      Renato D. Mejilla
      *> Description: Parameter area for POSPAY, the positive-pay
      *>              issue file service. CALL "POSPAY" USING
      *>              POS-PAY-AREA after anything that changes
      *>              chkreg.dat (CHECK-PRINT, CHECK-CONTROL's
      *>              void/reissue, CHECK-STALE): every check on the
      *>              register not yet sent to the bank goes out as
      *>              an issue, and every void or stale cancellation
      *>              not yet sent as a void, in a new
      *>              dated file pospay-YYYYMMDDHHMMSS.dat named in
      *>              PPY-FILE-NAME (spaces when there was nothing
      *>              to send). The counts come back in
      *>              PPY-ISSUE-COUNT and PPY-VOID-COUNT; ppaylog.dat
      *>              records each check sent so none goes twice.
       01 POS-PAY-AREA.
           05 PPY-FILE-NAME    PIC X(30).
           05 PPY-ISSUE-COUNT  PIC 9(5).
           05 PPY-VOID-COUNT   PIC 9(5).
