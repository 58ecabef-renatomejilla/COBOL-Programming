      *> Author:      Renato D. Mejilla
      *> Description: Parameter area for FXRATE, the exchange-rate
      *>              lookup and peso conversion over fxrates.dat.
      *>              Set FXR-CURRENCY, FXR-AS-OF-DATE (YYYYMMDD) and
      *>              FXR-AMOUNT (in that currency, zero for a bare
      *>              rate lookup), then CALL "FXRATE" USING
      *>              FX-RATE-AREA. The rate in force is the one
      *>              WS-CONVERT applies: the latest effective date
      *>              not after the as-of date, never a future one.
      *>              FXR-FOUND comes back "Y" with FXR-RATE (pesos
      *>              per unit) and its FXR-EFF-DATE; FXR-STALE is
      *>              "Y" when that rate is older than the
      *>              fxstale.ctl limit in business days (returned
      *>              in FXR-STALE-LIMIT). FXR-PHP-AMOUNT is
      *>              FXR-AMOUNT in pesos, rounded half up to the
      *>              centavo by MONEY-SERVICES. PHP always converts
      *>              at 1 and is never stale.
       01 FX-RATE-AREA.
           05 FXR-CURRENCY      PIC X(3).
           05 FXR-AS-OF-DATE    PIC 9(8).
           05 FXR-AMOUNT        PIC 9(7)V99.
           05 FXR-FOUND         PIC X.
           05 FXR-STALE         PIC X.
           05 FXR-RATE          PIC 9(5)V9(6).
           05 FXR-EFF-DATE      PIC 9(8).
           05 FXR-STALE-LIMIT   PIC 9(3).
           05 FXR-PHP-AMOUNT    PIC 9(9)V99.
