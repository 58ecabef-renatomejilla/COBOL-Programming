      *> Author:      Renato D. Mejilla
      *> Description: Parameter area for NOTIFY, which queues one
      *>              outbound notification on notifq.dat for
      *>              NOTIFY-DISPATCH to send. Name the recipient
      *>              (an employee by EMP-ID, an operator by OPER-ID),
      *>              the channel (E email, S SMS), the template code
      *>              on notiftpl.dat and up to five merge fields -
      *>              the template's &1 to &5 - plus the queueing
      *>              program's short name, then
      *>              CALL "NOTIFY" USING NOTIFY-AREA. NTF-RESULT
      *>              comes back "Y" when queued. The address is
      *>              looked up when the message is sent, not here.
      *>              Set NTF-ONCE-A-DAY to "Y" for a reminder that
      *>              may be raised more than once a day: it is not
      *>              queued again (NTF-RESULT "D") when the same
      *>              template already went on the queue today for
      *>              the same recipient.
       01 NOTIFY-AREA.
           05 NTF-RECIPIENT-TYPE PIC X.
              88 NTF-TO-EMPLOYEE     VALUE "E".
              88 NTF-TO-OPERATOR     VALUE "O".
           05 NTF-RECIPIENT-ID   PIC X(15).
           05 NTF-CHANNEL        PIC X.
              88 NTF-BY-EMAIL        VALUE "E".
              88 NTF-BY-SMS          VALUE "S".
           05 NTF-TEMPLATE       PIC X(8).
           05 NTF-FIELD          PIC X(30) OCCURS 5 TIMES.
           05 NTF-SOURCE         PIC X(8).
           05 NTF-ONCE-A-DAY     PIC X.
           05 NTF-RESULT         PIC X.
