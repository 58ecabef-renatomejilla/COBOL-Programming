      *> Author:      Renato D. Mejilla
      *> Description: SHIFT-RECORD layout for shifts.dat, the shift
      *>              master keyed by SHF-CODE. Start and end are
      *>              clock times HHMM; an end at or before the start
      *>              is a shift that runs past midnight. Time in
      *>              later than the start by more than SHF-GRACE
      *>              minutes is late. The code REST is reserved for
      *>              the rest day in a weekly schedule and never
      *>              appears here. Maintained by WS-SHIFT-MAINT;
      *>              read by WS-ATTEND-LOAD. COPY this under the FD
      *>              of every program that reads or writes
      *>              shifts.dat.
       01 SHIFT-RECORD.
           05 SHF-CODE       PIC X(4).
           05 SHF-DESC       PIC X(20).
           05 SHF-START      PIC X(4).
           05 SHF-END        PIC X(4).
           05 SHF-GRACE      PIC 99.
