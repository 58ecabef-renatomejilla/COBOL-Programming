      *> Author:      Renato D. Mejilla
      *> Description: NOTIF-QUEUE-RECORD layout for notifq.dat, the
      *>              outbound notification queue. NOTIFY appends
      *>              each entry queued (Q) with the recipient,
      *>              channel, template and merge fields; the
      *>              NOTIFY-DISPATCH run resolves the address from
      *>              notifcon.dat (or the employee's phone for an
      *>              SMS), writes the merged message to the mail or
      *>              SMS gateway pickup file and marks it sent (S).
      *>              A send that fails is kept for retry (R) until
      *>              the NOTIFY-MAX-TRIES sysparm is reached, then
      *>              failed (F) with the reason. NTQ-ADDRESS is the
      *>              address last used. COPY this under the FD of
      *>              every program that reads or writes notifq.dat.
       01 NOTIF-QUEUE-RECORD.
           05 NTQ-SEQ            PIC 9(7).
           05 NTQ-QUEUED-TS      PIC X(14).
           05 NTQ-SOURCE         PIC X(8).
           05 NTQ-RECIPIENT-TYPE PIC X.
              88 NTQ-TO-EMPLOYEE     VALUE "E".
              88 NTQ-TO-OPERATOR     VALUE "O".
           05 NTQ-RECIPIENT-ID   PIC X(15).
           05 NTQ-CHANNEL        PIC X.
              88 NTQ-BY-EMAIL        VALUE "E".
              88 NTQ-BY-SMS          VALUE "S".
           05 NTQ-TEMPLATE       PIC X(8).
           05 NTQ-FIELD          PIC X(30) OCCURS 5 TIMES.
           05 NTQ-STATUS         PIC X.
              88 NTQ-QUEUED          VALUE "Q".
              88 NTQ-SENT            VALUE "S".
              88 NTQ-RETRY           VALUE "R".
              88 NTQ-FAILED          VALUE "F".
           05 NTQ-ATTEMPTS       PIC 99.
           05 NTQ-LAST-TRY-TS    PIC X(14).
           05 NTQ-ADDRESS        PIC X(40).
           05 NTQ-REASON         PIC X(20).
