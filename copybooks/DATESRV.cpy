      *>                VD  validate DATE-A -> VALID-FLAG Y/N
      *>                BD  add DSRV-DAYS business days to DATE-A,
      *>                     skipping weekends and holidays.dat
      *>                     (negative DSRV-DAYS counts back)
      *>                     -> RESULT-DATE
      *>                DD  days from DATE-A to DATE-B -> RESULT-NUM
      *>                WD  working days DATE-A thru DATE-B
      *>                     inclusive -> RESULT-NUM
      *>                AG  age at DATE-B (zero = today) for a
      *>                     DATE-A birth date -> RESULT-NUM
      *>                HC  DATE-A on holidays.dat -> VALID-FLAG Y/N
      *>                FB  first business day of DATE-A's month
      *>                     -> RESULT-DATE
      *>                LB  last business day of DATE-A's month
      *>                     -> RESULT-DATE
      *>                PB  DATE-A, or the business day before it
      *>                     when it is a weekend or holiday
      *>                     -> RESULT-DATE
       01 DATE-SRV-AREA.
           05 DSRV-FUNCTION      PIC XX.
              88 DSRV-DAY-OF-WEEK     VALUE "DW".
              88 DSRV-DATE-DIFF       VALUE "DD".
              88 DSRV-WORKDAYS        VALUE "WD".
              88 DSRV-AGE             VALUE "AG".
              88 DSRV-HOLIDAY-CHECK   VALUE "HC".
              88 DSRV-FIRST-BUS-DAY   VALUE "FB".
              88 DSRV-LAST-BUS-DAY    VALUE "LB".
              88 DSRV-PRIOR-BUS-DAY   VALUE "PB".
           05 DSRV-DATE-A        PIC 9(8).
           05 DSRV-DATE-B        PIC 9(8).
           05 DSRV-DAYS          PIC S9(5).
