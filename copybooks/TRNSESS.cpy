      *> Author:      Renato D. Mejilla
      *> Description: TRAINING-SESSION-RECORD layout for trnsess.dat,
      *>              one record per scheduled offering of a
      *>              courses.dat course, keyed by session number:
      *>              the first and last class dates (YYYYMMDD), venue,
      *>              trainer, seat capacity, and the counts of
      *>              employees holding a seat and waiting for one.
      *>              Status S scheduled, A attendance marked (the
      *>              completions posted to certs.dat), X cancelled.
      *>              Maintained with its enrollments on trnenrl.dat
      *>              through WS-TRAINING-MAINT; WS-CERT-EXPIRY reads
      *>              both to show who is already booked. COPY this
      *>              under the FD of every program that reads or
      *>              writes trnsess.dat.
       01 TRAINING-SESSION-RECORD.
           05 TSN-SESSION-ID   PIC 9(6).
           05 TSN-COURSE       PIC X(8).
           05 TSN-START-DATE   PIC 9(8).
           05 TSN-END-DATE     PIC 9(8).
           05 TSN-VENUE        PIC X(20).
           05 TSN-TRAINER      PIC X(20).
           05 TSN-CAPACITY     PIC 9(3).
           05 TSN-ENROLLED     PIC 9(3).
           05 TSN-WAITLISTED   PIC 9(3).
           05 TSN-STATUS       PIC X.
              88 TSN-SCHEDULED     VALUE "S".
              88 TSN-ATTENDED      VALUE "A".
              88 TSN-CANCELLED     VALUE "X".
           05 TSN-LAST-CHANGE  PIC 9(8).
           05 TSN-CHANGED-BY   PIC X(8).
