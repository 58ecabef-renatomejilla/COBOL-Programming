      *> Author:      Renato D. Mejilla
      *> Description: LEAVE-TYPE-RECORD layout for leavetyp.dat, the
      *>              leave-type reference keyed by the one-letter
      *>              code carried in LVH-TYPE and the leavereq.dat
      *>              type. Each type says how it is granted:
      *>                B  charged to a leavebal.dat balance
      *>                   (LVT-BALANCE V vacation / S sick)
      *>                A  an annual entitlement of LVT-ENTITLEMENT
      *>                   days per calendar year
      *>                E  a per-event allowance of LVT-ENTITLEMENT
      *>                   days, LVT-MAX-EVENTS times a year at most
      *>                   (zero = no limit)
      *>              whether the length counts working days (W,
      *>              weekends and holidays.dat skipped) or calendar
      *>              days (C), the years of service required, any
      *>              dependent that must be on empdep.dat (F spouse
      *>              or child, C child), and whether the leave is
      *>              paid. Unpaid leave is deducted as leave without
      *>              pay by WS-ABSENCE-RECON. Maintained by
      *>              WS-LEAVE-TYPE-MAINT, which also loads the
      *>              statutory set; LEAVERULE applies the rules.
      *>              COPY this under the FD of every program that
      *>              reads or writes leavetyp.dat.
       01 LEAVE-TYPE-RECORD.
           05 LVT-CODE           PIC X.
           05 LVT-DESC           PIC X(20).
           05 LVT-BASIS          PIC X.
              88 LVT-FROM-BALANCE    VALUE "B".
              88 LVT-ANNUAL          VALUE "A".
              88 LVT-PER-EVENT       VALUE "E".
           05 LVT-BALANCE        PIC X.
              88 LVT-VAC-BALANCE     VALUE "V".
              88 LVT-SICK-BALANCE    VALUE "S".
           05 LVT-ENTITLEMENT    PIC 9(3).
           05 LVT-DAY-BASIS      PIC X.
              88 LVT-WORKING-DAYS    VALUE "W".
              88 LVT-CALENDAR-DAYS   VALUE "C".
           05 LVT-MAX-EVENTS     PIC 99.
           05 LVT-MIN-SERVICE    PIC 99.
           05 LVT-DEPENDENT      PIC X.
              88 LVT-NO-DEPENDENT    VALUE " ".
              88 LVT-SPOUSE-OR-CHILD VALUE "F".
              88 LVT-CHILD-NEEDED    VALUE "C".
           05 LVT-PAID           PIC X.
              88 LVT-IS-PAID         VALUE "Y".
              88 LVT-IS-UNPAID       VALUE "N".
