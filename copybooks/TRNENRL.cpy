      *> Author:      Renato D. Mejilla
      *> Description: ENROLLMENT-RECORD layout for trnenrl.dat, one
      *>              record per employee per training session, keyed
      *>              by session number plus EMP-ID. Status E holds a
      *>              seat, W waitlisted once the session was full
      *>              (TEN-WAIT-SEQ keeps the queue order; the first
      *>              in line takes a seat given up), A attended and
      *>              N did not attend (set when attendance is
      *>              marked), X withdrawn or not reached from the
      *>              waitlist. Written by WS-TRAINING-MAINT, read by
      *>              WS-CERT-EXPIRY. COPY this under the FD of every
      *>              program that reads or writes trnenrl.dat.
       01 ENROLLMENT-RECORD.
           05 TEN-KEY.
               10 TEN-SESSION-ID PIC 9(6).
               10 TEN-EMP-ID   PIC 9(6).
           05 TEN-STATUS       PIC X.
              88 TEN-ENROLLED      VALUE "E".
              88 TEN-WAITLISTED    VALUE "W".
              88 TEN-ATTENDED      VALUE "A".
              88 TEN-NO-SHOW       VALUE "N".
              88 TEN-WITHDRAWN     VALUE "X".
           05 TEN-WAIT-SEQ     PIC 9(3).
           05 TEN-ENROL-DATE   PIC 9(8).
           05 TEN-ENROLLED-BY  PIC X(8).
