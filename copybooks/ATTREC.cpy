      *>              A (absent) or L (late), with the clock times
      *>              HHMM when the clock captured them. The export
      *>              carries the standard INTFCTL header and
      *>              trailer. The clock sends only the fields
      *>              through ATT-TIME-OUT; the load fills the rest
      *>              from the employee's shift schedule - the shift
      *>              worked (REST on a rest day), minutes late and
      *>              undertime, and ATT-SCHED-FLAG - and sets
      *>              ATT-CODE to P or L by the shift's grace period
      *>              rather than the clock's own setting. History
      *>              lines loaded before schedules existed end at
      *>              ATT-TIME-OUT and read back with these fields
      *>              blank. A day corrected through the approved
      *>              attcorr.dat queue (WS-CORR-APPROVE) is measured
      *>              the same way. COPY this under the FD of every
      *>              program that reads or writes either file.
       01 ATTENDANCE-RECORD.
           05 ATT-EMP-ID       PIC X(6).
              88 ATT-LATE          VALUE "L".
           05 ATT-TIME-IN      PIC X(4).
           05 ATT-TIME-OUT     PIC X(4).
           05 ATT-SHIFT-CODE   PIC X(4).
           05 ATT-LATE-MIN     PIC 9(3).
           05 ATT-UNDER-MIN    PIC 9(3).
           05 ATT-SCHED-FLAG   PIC X.
              88 ATT-ON-SCHEDULE   VALUE "S".
              88 ATT-NO-SHOW       VALUE "N".
              88 ATT-REST-PUNCH    VALUE "R".
              88 ATT-REST-DAY      VALUE "D".
              88 ATT-HOLIDAY-OFF   VALUE "H".
              88 ATT-UNSCHEDULED   VALUE " " "U".
