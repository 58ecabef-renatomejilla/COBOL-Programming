01 WS-DIVISOR-LIST  PIC X(60).
01 WS-DIV-PTR       PIC 99.
01 WS-DIV-EDIT      PIC ZZ9.
COPY EMPIDCHK.

PROCEDURE DIVISION.
001-MAIN.
    END-IF.
    DISPLAY "  Digit sum       : " WS-DIGIT-SUM.
    DISPLAY "  Divisors        : " WS-DIVISOR-LIST.
    PERFORM SHOW-CHECK-DIGIT.

*> Trial division up to the candidate itself is plenty for three
*> digits; 0 and 1 are not prime by convention.
        + FUNCTION NUMVAL(WS-NUM-DISP(2:1))
        + FUNCTION NUMVAL(WS-NUM-DISP(3:1)).

*> The same digit arithmetic gives employee IDs their check digit;
*> show the one this number would carry as an employee serial.
SHOW-CHECK-DIGIT.
    IF WS-ABS-NUMBER = 0
        EXIT PARAGRAPH
    END-IF.
    SET EIC-ASSIGN TO TRUE.
    MOVE WS-ABS-NUMBER TO EIC-SERIAL.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    DISPLAY "  Check digit     : " EIC-CHECK-DIGIT
        " (as employee serial, ID " EIC-EMP-ID ")".

LIST-DIVISORS.
    MOVE SPACES TO WS-DIVISOR-LIST.
    MOVE 1 TO WS-DIV-PTR.
