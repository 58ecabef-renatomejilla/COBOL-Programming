      *> Author:      Renato D. Mejilla
      *> Description: FEED-CONTROL-RECORD layout for feed-<code>.ctl,
      *>              the one-line control file each subscriber to
      *>              the employee change feed keeps (see
      *>              FEEDSUB.cpy). FCT-SENT-THRU is the last-sent
      *>              marker, a YYYYMMDDHHMMSS timestamp: every
      *>              emphist.dat change keyed before it has gone
      *>              out, and the next WS-CHANGE-FEED run publishes
      *>              the changes from it up to the run's own start.
      *>              It only moves once the subscriber's file has
      *>              been written and closed cleanly, so a failed
      *>              run sends the same changes again next time. A
      *>              subscriber with no control file yet is sent the
      *>              whole history. WS-FEED-SUB-MAINT can set the
      *>              marker back to a date for a resend. COPY this
      *>              under the FD of every program that reads or
      *>              writes a feed control file.
       01 FEED-CONTROL-RECORD.
           05 FCT-SUBSCRIBER   PIC X(8).
           05 FCT-SENT-THRU    PIC X(14).
           05 FCT-LAST-RUN     PIC X(14).
           05 FCT-LAST-COUNT   PIC 9(7).
           05 FCT-LAST-FILE    PIC X(40).
