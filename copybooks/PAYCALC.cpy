      *>              deduction and net-pay computation. Set
      *>              PAY-AS-OF-DATE (YYYYMMDD, picks the bracket
      *>              sets in force that day) and PAY-GROSS (monthly
      *>              gross: basic plus allowances and other
      *>              earnings), then CALL "PAYCALC" USING
      *>              PAY-CALC-AREA; the employee contributions for
      *>              SSS, PhilHealth and Pag-IBIG, the withholding
      *>              tax, and the net pay come back, with the
      *>              employer's matching SSS, PhilHealth and
      *>              Pag-IBIG shares (PAY-ER-*, which do not touch
      *>              net pay) for the remittance run. A scheme whose
      *>              rate file is missing or empty deducts zero -
      *>              the register column simply shows it. Set
      *>              PAY-LOAN-DEDUCT to the company loan installments
      *>              taken for the period (zero when none) - it
      *>              comes off net pay after the statutory
      *>              deductions. Set PAY-NONTAX-EARN to the
      *>              non-taxable earnings inside PAY-GROSS (zero
      *>              when none) - they are paid but kept out of the
      *>              contribution and tax brackets. Set
      *>              PAY-HMO-DEDUCT to the employee's share of the
      *>              health plan premium from HMOPREM (zero when
      *>              not enrolled) - it comes off net pay with the
      *>              statutory deductions. Used by
      *>              WS-PAYROLL-REGISTER, the payslip run and the
      *>              disbursement programs so everyone computes pay
      *>              the same way.
           05 PAY-PAGIBIG     PIC 9(7)V99.
           05 PAY-TAX         PIC 9(7)V99.
           05 PAY-NET         PIC S9(7)V99.
           05 PAY-ER-SSS        PIC 9(7)V99.
           05 PAY-ER-PHILHEALTH PIC 9(7)V99.
           05 PAY-ER-PAGIBIG    PIC 9(7)V99.
           05 PAY-LOAN-DEDUCT   PIC 9(7)V99.
           05 PAY-NONTAX-EARN   PIC 9(7)V99.
           05 PAY-HMO-DEDUCT    PIC 9(7)V99.
