      *> Author:      Renato D. Mejilla
      *> Description: REQUEST-RECORD layout for leavereq.dat, the
      *>              queue of leave requests waiting for the
      *>              WS-LEAVE-APPLY batch: EMP-ID, leave type code
      *>              from leavetyp.dat, and the start and end dates
      *>              MMDDYYYY. Lines are keyed by a clerk or filed
      *>              from the WS-LEAVE-FILE screen, which appends
      *>              them; HDR and TRL lines are skipped. COPY this
      *>              under the FD of every program that reads or
      *>              writes leavereq.dat.
       01 REQUEST-RECORD.
           05 LRQ-EMP-ID       PIC X(6).
           05 LRQ-TYPE         PIC X.
           05 LRQ-START.
              10 LRQ-START-MM  PIC 99.
              10 LRQ-START-DD  PIC 99.
              10 LRQ-START-YY  PIC 9999.
           05 LRQ-END.
              10 LRQ-END-MM    PIC 99.
              10 LRQ-END-DD    PIC 99.
              10 LRQ-END-YY    PIC 9999.
