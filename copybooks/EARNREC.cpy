      *> Author:      Renato D. Mejilla
      *> Description: EARNING-RECORD layout for earnings.dat, the
      *>              per-employee allowances and other earnings
      *>              keyed by EMP-ID and a sequence number. A
      *>              recurring earning (rice, transport) is paid
      *>              every payroll whose run date falls from
      *>              ERN-EFF-DATE through ERN-END-DATE (zero = open
      *>              ended); a one-time earning (commission, bonus)
      *>              is paid only in the fiscal year and period it
      *>              names, so a register rerun pays it again
      *>              rather than losing it. ERN-TAXABLE N keeps the
      *>              amount out of the contribution and tax
      *>              brackets. Maintained by WS-EARN-MAINT;
      *>              WS-PREMIUM-PAY posts the month's overtime,
      *>              night-differential, rest-day and holiday pay
      *>              here as one-time earnings (codes OT, ND, RDAY,
      *>              HOLW); WS-LEAVE-YEAREND posts converted
      *>              vacation credits the same way (code LVCV).
      *>              Summed for payroll by EARNSUM. COPY
      *>              this under the FD of every program that reads
      *>              or writes earnings.dat.
       01 EARNING-RECORD.
           05 ERN-KEY.
              10 ERN-EMP-ID       PIC 9(6).
              10 ERN-SEQ          PIC 9(3).
           05 ERN-KIND            PIC X.
              88 ERN-RECURRING        VALUE "R".
              88 ERN-ONE-TIME         VALUE "O".
           05 ERN-CODE            PIC X(4).
           05 ERN-DESC            PIC X(20).
           05 ERN-AMOUNT          PIC 9(7)V99.
           05 ERN-TAXABLE         PIC X.
              88 ERN-IS-TAXABLE       VALUE "Y".
              88 ERN-NON-TAXABLE      VALUE "N".
           05 ERN-EFF-DATE        PIC 9(8).
           05 ERN-END-DATE        PIC 9(8).
           05 ERN-FISCAL-YEAR     PIC 9(4).
           05 ERN-PERIOD          PIC 99.
