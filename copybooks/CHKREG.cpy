      *>              (the same read-increment-rewrite discipline
      *>              numctl.dat uses for IDs). CKR-STATUS is
      *>              I (issued), V (voided - see CHECK-CONTROL's
      *>              void/reissue), P (paid, set by the bank
      *>              paid-checks reconciliation) or S (stale-dated
      *>              and cancelled by CHECK-STALE). CKR-EMP-ID
      *>              carries the payee's EMP-ID over from
      *>              payments.dat (zero when the payee is not an
      *>              employee; blank on checks printed before it
      *>              was kept). COPY this under the FD of every
      *>              program that reads or writes chkreg.dat.
       01 CHECK-REG-RECORD.
           05 CKR-NUMBER     PIC 9(8).
           05 CKR-FILLER-1   PIC X VALUE SPACE.
              88 CKR-ISSUED      VALUE "I".
              88 CKR-VOID        VALUE "V".
              88 CKR-PAID        VALUE "P".
              88 CKR-STALE       VALUE "S".
           05 CKR-FILLER-5   PIC X VALUE SPACE.
           05 CKR-EMP-ID     PIC 9(6).
