      *> Author:      Renato D. Mejilla
      *> Description: RETRO-PAY-RECORD layout for retropay.dat, the
      *>              retroactive pay schedule WS-RETRO-PAY posts: one
      *>              record per employee, salary change (the
      *>              emphist.dat timestamp of the change) and closed
      *>              period the change reached back into. Each
      *>              carries the salary paid and the salary due for
      *>              the period (prorated by calendar days when the
      *>              change took effect inside it), gross,
      *>              contributions, withholding and net pay as paid
      *>              and as recomputed through PAYCALC, and the
      *>              fiscal year and period the difference was
      *>              posted to. A change already on file for a
      *>              period is never paid twice. The payroll
      *>              register sums the differences posted to its
      *>              period into the PH-RETRO-* fields of payhist.dat.
      *>              COPY this under the FD of every program that
      *>              reads or writes retropay.dat.
       01 RETRO-PAY-RECORD.
           05 RTP-KEY.
              10 RTP-EMP-ID       PIC 9(6).
              10 RTP-CHANGE-STAMP PIC X(14).
              10 RTP-FISCAL-YEAR  PIC 9(4).
              10 RTP-PERIOD       PIC 99.
           05 RTP-EFF-DATE        PIC 9(8).
           05 RTP-OLD-SALARY      PIC 9(7)V99.
           05 RTP-NEW-SALARY      PIC 9(7)V99.
           05 RTP-DAYS-COVERED    PIC 99.
           05 RTP-PERIOD-DAYS     PIC 99.
           05 RTP-OLD-GROSS       PIC 9(7)V99.
           05 RTP-NEW-GROSS       PIC 9(7)V99.
           05 RTP-OLD-CONTRIB     PIC 9(7)V99.
           05 RTP-NEW-CONTRIB     PIC 9(7)V99.
           05 RTP-OLD-TAX         PIC 9(7)V99.
           05 RTP-NEW-TAX         PIC 9(7)V99.
           05 RTP-OLD-NET         PIC S9(7)V99.
           05 RTP-NEW-NET         PIC S9(7)V99.
           05 RTP-POST-FY         PIC 9(4).
           05 RTP-POST-PERIOD     PIC 99.
           05 RTP-POSTED-ON       PIC 9(8).
