      *> Author:      Renato D. Mejilla
      *> Description: Parameter area for AMORT-SERVICES, the one
      *>              home for the level-payment amortization rule
      *>              shared by the WS-MATH schedule and the company
      *>              loan deductions in payroll. Set AMS-FUNCTION
      *>              and the inputs, then CALL "AMORT-SERVICES"
      *>              USING AMORT-SRV-AREA.
      *>                PM  level monthly payment for AMS-PRINCIPAL
      *>                     at AMS-ANNUAL-RATE over AMS-TERM months
      *>                     -> AMS-PAYMENT
      *>                IN  installment AMS-PAY-NO of AMS-TERM on
      *>                     an opening AMS-BALANCE with level
      *>                     AMS-PAYMENT -> AMS-INTEREST,
      *>                     AMS-PRIN-PART, AMS-NEW-BALANCE; the
      *>                     last installment clears the balance
      *>              AMS-VALID comes back N with AMS-MESSAGE set
      *>              when the inputs cannot be amortized.
       01 AMORT-SRV-AREA.
           05 AMS-FUNCTION     PIC XX.
              88 AMS-LEVEL-PAYMENT VALUE "PM".
              88 AMS-INSTALLMENT   VALUE "IN".
           05 AMS-PRINCIPAL    PIC 9(7)V99.
           05 AMS-ANNUAL-RATE  PIC 99V99.
           05 AMS-TERM         PIC 999.
           05 AMS-PAY-NO       PIC 999.
           05 AMS-PAYMENT      PIC 9(7)V99.
           05 AMS-BALANCE      PIC 9(7)V99.
           05 AMS-INTEREST     PIC 9(7)V99.
           05 AMS-PRIN-PART    PIC 9(7)V99.
           05 AMS-NEW-BALANCE  PIC 9(7)V99.
           05 AMS-VALID        PIC X.
           05 AMS-MESSAGE      PIC X(40).
