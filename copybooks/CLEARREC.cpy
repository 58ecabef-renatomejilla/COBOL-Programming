      *> Author:      Renato D. Mejilla
      *> Description: CLEARANCE-RECORD layout for clearance.dat, the
      *>              separation clearance checklist: one record per
      *>              separated employee and department on depts.dat,
      *>              written pending when WS-CLEARANCE starts the
      *>              clearance and signed off by each department in
      *>              turn with the operator, date and any remarks.
      *>              Clearance is complete when every department has
      *>              signed and no company property is still out on
      *>              assets.dat - see CLEARCHK. COPY this under the
      *>              FD of every program that reads or writes
      *>              clearance.dat.
       01 CLEARANCE-RECORD.
           05 CLR-KEY.
              10 CLR-EMP-ID       PIC 9(6).
              10 CLR-DEPT         PIC X(10).
           05 CLR-STATUS          PIC X.
              88 CLR-PENDING      VALUE "P".
              88 CLR-SIGNED       VALUE "S".
           05 CLR-STARTED-ON      PIC 9(8).
           05 CLR-STARTED-BY      PIC X(8).
           05 CLR-SIGNED-ON       PIC 9(8).
           05 CLR-SIGNED-BY       PIC X(8).
           05 CLR-REMARKS         PIC X(30).
