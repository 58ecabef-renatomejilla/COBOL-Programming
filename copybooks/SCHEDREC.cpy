      *> Author:      Renato D. Mejilla
      *> Description: SCHEDULE-RECORD layout for schedule.dat, each
      *>              employee's weekly shift pattern keyed by EMP-ID
      *>              and the date the pattern takes effect. A
      *>              pattern holds until a later one for the same
      *>              employee takes over. SCH-DAY-SHIFT runs Sunday
      *>              (1) through Saturday (7), the DATE-SERVICES DW
      *>              day number plus one; each day names a shift on
      *>              shifts.dat or REST for a rest day. Maintained
      *>              by WS-SHIFT-MAINT; read by WS-ATTEND-LOAD. COPY
      *>              this under the FD of every program that reads
      *>              or writes schedule.dat.
       01 SCHEDULE-RECORD.
           05 SCH-KEY.
              10 SCH-EMP-ID      PIC 9(6).
              10 SCH-EFF-DATE    PIC 9(8).
           05 SCH-WEEK.
              10 SCH-DAY-SHIFT   PIC X(4) OCCURS 7 TIMES.
           05 SCH-SET-BY         PIC X(8).
           05 SCH-SET-ON         PIC 9(8).
