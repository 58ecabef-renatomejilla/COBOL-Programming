      *> Author:      Renato D. Mejilla
      *> Description: PAY-HISTORY-RECORD layout for payhist.dat, the
      *>              payroll history keyed by fiscal year, period
      *>              (from fiscalcal.dat via DATE-SERVICES FP),
      *>              EMP-ID and run number. WS-PAYROLL-REGISTER
      *>              writes one record per employee per run -
      *>              rerunning a period replaces that period's
      *>              regular-run records - so "what did we pay
      *>              employee 369654 in June" stays answerable
      *>              after payreg.rpt is overwritten.
      *>              WS-PAYHIST-INQ displays an employee's history
      *>              and re-prints any past period; the
      *>              disbursement run reads the same records.
      *>              Period 13 carries the thirteenth-month pay.
      *>              PH-ER-* hold the employer's matching SSS,
      *>              PhilHealth and Pag-IBIG shares for the
      *>              period, which WS-REMIT-REPORT lists for the
      *>              monthly remittance forms. PH-TAX-ADJ is the
      *>              year-end withholding adjustment WS-TAX-ANNUAL
      *>              posts on the December record (positive = more
      *>              tax taken, negative = refund), already
      *>              reflected in PH-NET; PH-TAX stays the tax the
      *>              period itself withheld. PH-LOAN-DEDUCT is the
      *>              company loan and salary-advance installments
      *>              taken through LOANDED, also already out of
      *>              PH-NET. PH-GROSS is the whole gross paid:
      *>              basic plus PH-EARNINGS, the allowances and
      *>              other earnings from earnings.dat, of which
      *>              PH-NONTAX-EARN was non-taxable.
      *>              Period 14 carries the final pay of a separated
      *>              employee (WS-FINAL-PAY), posted with PH-HOLD
      *>              "H" so the disbursement run passes it by until
      *>              the final pay is released after clearance; the
      *>              disbursement run sets "P" once it has paid it
      *>              out. Every other record carries a space there.
      *>              PH-RETRO-* carry the retroactive pay for salary
      *>              changes back-dated into closed periods, which
      *>              WS-RETRO-PAY posts to the current open period
      *>              (from retropay.dat, so a register rerun keeps
      *>              it): the gross, contribution and withholding
      *>              differences the closed periods should have had,
      *>              and the net difference, already in PH-NET. The
      *>              closed periods' own records never change.
      *>              PH-RUN-NO numbers the runs within a period for
      *>              an employee: 00 is the regular run (register,
      *>              thirteenth month, final pay), 01-99 are the
      *>              off-cycle runs and reversals WS-OFF-CYCLE
      *>              posts, one number per run across the period.
      *>              An off-cycle run ("O") pays a named list of
      *>              employees outside the register; a reversal
      *>              ("V") carries the amounts of the record it
      *>              negates, with PH-REV-RUN-NO naming that run,
      *>              and the negated record is marked PH-REVERSED
      *>              with PH-REV-RUN-NO naming the reversal. A
      *>              reversal and the record it reverses cancel:
      *>              programs that total the history pass both by.
      *>              PH-RUN-REASON, PH-RUN-OPERATOR and PH-RUN-DATE
      *>              say why, by whom and when an off-cycle run or
      *>              reversal was posted; the regular run leaves
      *>              them blank.
      *>              PH-PAY-CURRENCY and PH-CONTRACT-AMT carry the
      *>              contract currency and monthly contract amount
      *>              of an employee paid on a foreign-currency
      *>              contract (paycurr.dat), PH-FX-RATE and
      *>              PH-FX-EFF-DATE the fxrates.dat rate the register
      *>              converted at, and PH-BASIC-PHP the converted
      *>              peso basic that went into PH-GROSS. Peso staff
      *>              carry spaces and zeroes there.
      *>              PH-HMO-DEDUCT is the employee's share of the
      *>              health plan premium (HMOPREM) taken for the
      *>              period, already out of PH-NET.
      *>              COPY this under the FD of every program that
      *>              reads or writes payhist.dat.
       01 PAY-HISTORY-RECORD.
               10 PH-FISCAL-YEAR  PIC 9(4).
               10 PH-PERIOD       PIC 99.
               10 PH-EMP-ID       PIC 9(6).
               10 PH-RUN-NO       PIC 99.
           05 PH-GROSS       PIC 9(7)V99.
           05 PH-SSS         PIC 9(7)V99.
           05 PH-PHILHEALTH  PIC 9(7)V99.
           05 PH-NET         PIC S9(7)V99.
           05 PH-BRANCH      PIC X(15).
           05 PH-GRADE       PIC X(2).
           05 PH-ER-SSS        PIC 9(7)V99.
           05 PH-ER-PHILHEALTH PIC 9(7)V99.
           05 PH-ER-PAGIBIG    PIC 9(7)V99.
           05 PH-TAX-ADJ       PIC S9(7)V99.
           05 PH-LOAN-DEDUCT   PIC 9(7)V99.
           05 PH-EARNINGS      PIC 9(7)V99.
           05 PH-NONTAX-EARN   PIC 9(7)V99.
           05 PH-HOLD          PIC X.
              88 PH-HELD           VALUE "H".
              88 PH-PAID-OUT       VALUE "P".
           05 PH-RETRO-GROSS   PIC S9(7)V99.
           05 PH-RETRO-CONTRIB PIC S9(7)V99.
           05 PH-RETRO-TAX     PIC S9(7)V99.
           05 PH-RETRO-NET     PIC S9(7)V99.
           05 PH-RUN-TYPE      PIC X.
              88 PH-REGULAR-RUN    VALUE " ".
              88 PH-OFF-CYCLE      VALUE "O".
              88 PH-REVERSAL       VALUE "V".
           05 PH-REVERSED      PIC X.
              88 PH-IS-REVERSED    VALUE "Y".
           05 PH-REV-RUN-NO    PIC 99.
           05 PH-RUN-REASON    PIC X(30).
           05 PH-RUN-OPERATOR  PIC X(8).
           05 PH-RUN-DATE      PIC 9(8).
           05 PH-PAY-CURRENCY  PIC X(3).
           05 PH-CONTRACT-AMT  PIC 9(7)V99.
           05 PH-FX-RATE       PIC 9(5)V9(6).
           05 PH-FX-EFF-DATE   PIC 9(8).
           05 PH-BASIC-PHP     PIC 9(7)V99.
           05 PH-HMO-DEDUCT    PIC 9(7)V99.
