      *> Author:      Renato D. Mejilla
      *> Description: Parameter area for EMPIDCHK, the employee ID
      *>              check-digit service. An EMP-ID is a five-digit
      *>              serial followed by one check digit (the Luhn
      *>              digit of the serial), so a mistyped digit or
      *>              two neighbouring digits keyed the wrong way
      *>              round no longer land on somebody else.
      *>                V  validate EIC-EMP-ID as keyed or fed.
      *>                   EIC-VALID "Y" when the last digit is the
      *>                   serial's check digit; otherwise "N" and
      *>                   EIC-MESSAGE says why. An ID of zero is
      *>                   never valid - callers that use zero to
      *>                   mean "none" or "stop" test for it first.
      *>                A  assign: EIC-SERIAL in, EIC-EMP-ID out with
      *>                   its check digit (numctl.dat issue and the
      *>                   one-time EMPID-CONVERT).
      *>              Both return EIC-SERIAL and EIC-CHECK-DIGIT.
      *>              CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
       01 EMP-ID-CHK-AREA.
           05 EIC-FUNCTION     PIC X.
              88 EIC-VALIDATE      VALUE "V".
              88 EIC-ASSIGN        VALUE "A".
           05 EIC-EMP-ID       PIC 9(6).
           05 EIC-SERIAL       PIC 9(5).
           05 EIC-CHECK-DIGIT  PIC 9.
           05 EIC-VALID        PIC X.
           05 EIC-MESSAGE      PIC X(40).
