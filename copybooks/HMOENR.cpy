      *> Author:      Renato D. Mejilla
      *> Description: HMO-ENROLL-RECORD layout for hmoenrl.dat, the
      *>              health plan enrollment of each employee, keyed
      *>              by EMP-ID. Plan and coverage level point at a
      *>              line of hmoplans.dat (HMOPLAN). The enrollment
      *>              is in force from HME-EFF-DATE through
      *>              HME-END-DATE (zero = open-ended). The covered
      *>              dependents are held by their DPN-SEQ on
      *>              empdep.dat, up to ten. Maintained by
      *>              WS-HMO-ENROLL; read by HMOPREM and the HMO
      *>              billing and age-out reports.
       01 HMO-ENROLL-RECORD.
           05 HME-EMP-ID       PIC 9(6).
           05 HME-PLAN-CODE    PIC X(4).
           05 HME-COVERAGE     PIC X.
              88 HME-EMP-ONLY      VALUE "E".
              88 HME-EMP-PLUS-ONE  VALUE "S".
              88 HME-FAMILY        VALUE "F".
           05 HME-EFF-DATE     PIC 9(8).
           05 HME-END-DATE     PIC 9(8).
           05 HME-DEP-COUNT    PIC 99.
           05 HME-DEP-SEQ      PIC 99 OCCURS 10 TIMES.
           05 HME-LAST-CHANGE  PIC 9(8).
           05 HME-CHANGED-BY   PIC X(8).
