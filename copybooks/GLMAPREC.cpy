      *> Author:      Renato D. Mejilla
      *> Description: GL-MAP-RECORD layout for glmap.dat, the
      *>              account mapping that drives the general
      *>              ledger payroll journal WS-GL-INTERFACE writes.
      *>              One row names the GL account for one journal
      *>              item, optionally for one cost center:
      *>                SAL   salary expense (debit)
      *>                SSS   SSS contributions withheld (credit)
      *>                PHIC  PhilHealth contributions withheld
      *>                HDMF  Pag-IBIG contributions withheld
      *>                WTAX  withholding tax, with the year-end
      *>                       adjustment and retro tax
      *>                RCON  contributions on retroactive pay
      *>                LOAN  company loan and salary-advance
      *>                       installments
      *>                HMO   employee share of the health plan
      *>                       premium, payable to the HMO
      *>                NET   net pay (cash or payroll payable)
      *>              A cost center is EMP-LOCATION plus EMP-DEPT.
      *>              The most specific row wins: branch and
      *>              department, then the branch with the
      *>              department blank, then the company default
      *>              with both blank. Maintained by WS-GLMAP-MAINT.
      *>              COPY this under the FD of every program that
      *>              reads or writes glmap.dat.
       01 GL-MAP-RECORD.
           05 GLM-ITEM         PIC X(4).
           05 GLM-BRANCH       PIC X(15).
           05 GLM-DEPT         PIC X(10).
           05 GLM-ACCOUNT      PIC X(10).
           05 GLM-DESC         PIC X(30).
