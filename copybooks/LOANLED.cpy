      *> Author:      Renato D. Mejilla
      *> Description: LOAN-LEDGER-RECORD layout for loanled.dat, the
      *>              running ledger of every movement on a company
      *>              loan or salary advance: G grant, D payroll
      *>              deduction, R reversal of a deduction when the
      *>              register is rerun for the same period, P cash
      *>              payment at the cashier, F settlement out of the
      *>              final pay of a separated employee (WS-FINAL-PAY,
      *>              period 14). Amounts are the interest and
      *>              principal parts; LLG-BALANCE is the principal
      *>              owed after the movement. Written by
      *>              WS-LOAN-MAINT, LOANDED and WS-FINAL-PAY; read
      *>              by the ledger inquiry in WS-LOAN-MAINT. COPY
      *>              this under the FD of every program that reads
      *>              or writes loanled.dat.
       01 LOAN-LEDGER-RECORD.
           05 LLG-TIMESTAMP    PIC X(14).
           05 LLG-FILLER-1     PIC X VALUE SPACE.
           05 LLG-EMP-ID       PIC 9(6).
           05 LLG-FILLER-2     PIC X VALUE SPACE.
           05 LLG-LOAN-NO      PIC 99.
           05 LLG-FILLER-3     PIC X VALUE SPACE.
           05 LLG-TYPE         PIC X.
              88 LLG-GRANT         VALUE "G".
              88 LLG-DEDUCTION     VALUE "D".
              88 LLG-REVERSAL      VALUE "R".
              88 LLG-CASH-PAYMENT  VALUE "P".
              88 LLG-FINAL-SETTLE  VALUE "F".
           05 LLG-FILLER-4     PIC X VALUE SPACE.
           05 LLG-FISCAL-YEAR  PIC 9(4).
           05 LLG-PERIOD       PIC 99.
           05 LLG-FILLER-5     PIC X VALUE SPACE.
           05 LLG-INTEREST     PIC 9(7)V99.
           05 LLG-FILLER-6     PIC X VALUE SPACE.
           05 LLG-PRINCIPAL    PIC 9(7)V99.
           05 LLG-FILLER-7     PIC X VALUE SPACE.
           05 LLG-BALANCE      PIC 9(7)V99.
