      *> Author:      Renato D. Mejilla
      *> Description: HMO-PLAN-RECORD layout for hmoplans.dat, the
      *>              health plan rate table. One line per plan and
      *>              coverage level: HPL-PREMIUM is the HMO's
      *>              monthly premium for an enrollment at that
      *>              level, HPL-ER-SHARE the part the company pays;
      *>              the rest is the employee's and comes off pay.
      *>              Coverage levels are E (employee only), S
      *>              (employee plus one dependent) and F (employee
      *>              and family). HPL-DEP-AGE-LIMIT is the age at
      *>              which a covered child drops off the plan.
      *>              Maintained by WS-HMO-PLAN-MAINT; read by
      *>              HMOPREM, WS-HMO-ENROLL and the HMO reports.
       01 HMO-PLAN-RECORD.
           05 HPL-PLAN-CODE    PIC X(4).
           05 HPL-COVERAGE     PIC X.
              88 HPL-EMP-ONLY      VALUE "E".
              88 HPL-EMP-PLUS-ONE  VALUE "S".
              88 HPL-FAMILY        VALUE "F".
           05 HPL-DESC         PIC X(30).
           05 HPL-PREMIUM      PIC 9(7)V99.
           05 HPL-ER-SHARE     PIC 9(7)V99.
           05 HPL-DEP-AGE-LIMIT PIC 99.
