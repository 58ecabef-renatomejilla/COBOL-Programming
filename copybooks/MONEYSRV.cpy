      *>                     truncated even share, the last absorbs
      *>                     the remainder, so the parts provably
      *>                     sum to the whole
      *>              Adopted by WS-CONVERT, AMORT-SERVICES (the
      *>              WS-MATH schedule and company loans) and
      *>              PAYCALC, so every program agrees to the
      *>              centavo.
       01 MONEY-SRV-AREA.
           05 MNY-FUNCTION    PIC XX.
              88 MNY-ROUND-HALF-UP VALUE "RH".
