      *> Author:      Renato D. Mejilla
      *> Description: Parameter area for GOVIDVAL, the government ID
      *>              format check. Set GIV-TYPE (TIN, SSS, PHIC for
      *>              PhilHealth, HDMF for Pag-IBIG) and GIV-INPUT as
      *>              keyed or fed (dashes and blanks allowed between
      *>              the digits), then CALL "GOVIDVAL" USING
      *>              GOV-ID-VAL-AREA. GIV-VALID comes back "Y" with
      *>              GIV-NUMBER holding the digits as govid.dat
      *>              stores them and GIV-DISPLAY the agency's printed
      *>              form; otherwise GIV-MESSAGE says what is wrong.
      *>                TIN   9 digits, or 12 with the branch code
      *>                      (a 9-digit TIN is stored with 000)
      *>                      999-999-999-999
      *>                SSS   10 digits      99-9999999-9
      *>                PHIC  12 digits      99-999999999-9
      *>                HDMF  12 digits      9999-9999-9999
      *>              A number of all zeroes is never valid.
       01 GOV-ID-VAL-AREA.
           05 GIV-TYPE         PIC X(4).
              88 GIV-TIN           VALUE "TIN ".
              88 GIV-SSS           VALUE "SSS ".
              88 GIV-PHIC          VALUE "PHIC".
              88 GIV-HDMF          VALUE "HDMF".
           05 GIV-INPUT        PIC X(20).
           05 GIV-VALID        PIC X.
           05 GIV-NUMBER       PIC X(12).
           05 GIV-DISPLAY      PIC X(16).
           05 GIV-MESSAGE      PIC X(40).
