      *> Description: LEAVE-HISTORY-RECORD layout for leavehist.dat,
      *>              the register of applied leave written by
      *>              WS-LEAVE-APPLY (one record per approved
      *>              request: the leave type code from leavetyp.dat
      *>              (V vacation, S sick, M maternity ...), start and
      *>              end dates YYYYMMDD, the length in days as the
      *>              type counts it (LEAVERULE), and the
      *>              employee's branch at the time).
      *>              WS-LEAVE-YEAREND adds the year-end entries dated
      *>              December 31: $ for vacation credits converted to
      *>              pay and * for credits forfeited, with the exact
      *>              credits (two decimals) in LVH-CREDITS; older lines
      *>              read LVH-CREDITS as blank. WS-FINAL-PAY writes a $
      *>              entry dated the separation date for the credits
      *>              its final pay converts. Read by
      *>              WS-LEAVE-REGISTER for the who-is-out-when
      *>              report and by WS-ABSENCE-RECON to match
      *>              absences against approved leave. COPY this under
      *>              the FD of every program that reads or writes
      *>              leavehist.dat.
       01 LEAVE-HISTORY-RECORD.
           05 LVH-TIMESTAMP    PIC X(14).
           05 LVH-FILLER-1     PIC X VALUE SPACE.
           05 LVH-TYPE         PIC X.
              88 LVH-VACATION      VALUE "V".
              88 LVH-SICK          VALUE "S".
              88 LVH-YEAR-END-CASH VALUE "$".
              88 LVH-YEAR-END-LAPSE VALUE "*".
              88 LVH-YEAR-END      VALUE "$" "*".
           05 LVH-FILLER-3     PIC X VALUE SPACE.
           05 LVH-START-DATE   PIC 9(8).
           05 LVH-FILLER-4     PIC X VALUE SPACE.
           05 LVH-DAYS         PIC 9(3).
           05 LVH-FILLER-6     PIC X VALUE SPACE.
           05 LVH-BRANCH       PIC X(15).
           05 LVH-FILLER-7     PIC X VALUE SPACE.
           05 LVH-CREDITS      PIC 9(3)V99.
