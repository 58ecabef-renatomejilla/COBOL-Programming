      *> Author:      Renato D. Mejilla
      *> Description: PAY-CAL-RECORD layout for paycal.dat, the payroll
      *>              calendar: for each fiscal period (and, paying
      *>              semi-monthly, each of its two cycles) the
      *>              attendance cut-off, the processing deadline and
      *>              the pay date. Generated a fiscal year at a time
      *>              by WS-PAYCAL-MAINT from the pay-frequency rule,
      *>              a pay date on a weekend or a holidays.dat day
      *>              moved back to the business day before it
      *>              (PCL-RULE-DATE keeps the date the rule gave).
      *>              A date changed by hand is PCL-MANUAL "Y" and
      *>              survives regenerating the year. Read through
      *>              the PAYDATE module. Kept in key order.
       01 PAY-CAL-RECORD.
           05 PCL-KEY.
              10 PCL-FISCAL-YEAR    PIC 9(4).
              10 PCL-PERIOD         PIC 99.
              10 PCL-CYCLE          PIC 9.
           05 PCL-FREQUENCY      PIC X.
              88 PCL-MONTHLY        VALUE "M".
              88 PCL-SEMI-MONTHLY   VALUE "S".
           05 PCL-CUTOFF-DATE    PIC 9(8).
           05 PCL-DEADLINE-DATE  PIC 9(8).
           05 PCL-PAY-DATE       PIC 9(8).
           05 PCL-RULE-DATE      PIC 9(8).
           05 PCL-ADJUSTED       PIC X.
           05 PCL-MANUAL         PIC X.
           05 PCL-NOTE           PIC X(30).
