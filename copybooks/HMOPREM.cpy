      *> Author:      Renato D. Mejilla
      *> Description: Parameter area for HMOPREM, the health plan
      *>              premium lookup. Set HMP-EMP-ID and
      *>              HMP-AS-OF-DATE (YYYYMMDD) and CALL "HMOPREM"
      *>              USING HMO-PREM-AREA. When the employee has an
      *>              enrollment in force that day HMP-ENROLLED
      *>              comes back "Y" with the plan, the coverage
      *>              level, the covered-dependent count, the full
      *>              monthly premium and its split from
      *>              hmoplans.dat - HMP-EE-SHARE is what payroll
      *>              deducts, HMP-ER-SHARE what the company pays.
      *>              A plan line missing from the rate table comes
      *>              back enrolled with zero premium and
      *>              HMP-RATE-FOUND "N". Used by the payroll
      *>              register, the off-cycle run, the payslip and
      *>              the HMO billing reconciliation.
       01 HMO-PREM-AREA.
           05 HMP-EMP-ID       PIC 9(6).
           05 HMP-AS-OF-DATE   PIC 9(8).
           05 HMP-ENROLLED     PIC X.
           05 HMP-RATE-FOUND   PIC X.
           05 HMP-PLAN-CODE    PIC X(4).
           05 HMP-COVERAGE     PIC X.
           05 HMP-DEP-COUNT    PIC 99.
           05 HMP-PREMIUM      PIC 9(7)V99.
           05 HMP-EE-SHARE     PIC 9(7)V99.
           05 HMP-ER-SHARE     PIC 9(7)V99.
