*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Callable level-payment amortization service. The
*>              annuity formula and the interest/principal split
*>              used to live only inside the WS-MATH schedule;
*>              company loans deducted through payroll must follow
*>              the very same rule, so it lives here once and both
*>              call it. Every centavo figure settles through
*>              MONEY-SERVICES. See copybooks/AMORTSRV.cpy for the
*>              function codes.

IDENTIFICATION DIVISION.
PROGRAM-ID.     AMORT-SERVICES.

DATA DIVISION.
    WORKING-STORAGE SECTION.
    COPY MONEYSRV.
    01 WS-RAW-MONEY       PIC 9(11)V9(4).
    01 WS-MONTHLY-RATE    PIC V9(9).
    01 WS-RATE-FACTOR     PIC 9(5)V9(9).
    01 WS-ANNUITY-DIV     PIC 9(5)V9(9).

    LINKAGE SECTION.
    COPY AMORTSRV.

PROCEDURE DIVISION USING AMORT-SRV-AREA.
001-MAIN.
    MOVE "Y" TO AMS-VALID.
    MOVE SPACES TO AMS-MESSAGE.
    COMPUTE WS-MONTHLY-RATE = AMS-ANNUAL-RATE / 1200.
    EVALUATE TRUE
        WHEN AMS-LEVEL-PAYMENT
            PERFORM LEVEL-PAYMENT
        WHEN AMS-INSTALLMENT
            PERFORM ONE-INSTALLMENT
        WHEN OTHER
            MOVE "N" TO AMS-VALID
            MOVE "Unknown amortization function." TO AMS-MESSAGE
    END-EVALUATE.
GOBACK.

*> The annuity divisor keeps the intermediate result inside
*> fixed-point range where the one-line formula overflows. A zero
*> rate (salary advances) is a straight even split.
LEVEL-PAYMENT.
    MOVE ZERO TO AMS-PAYMENT.
    IF AMS-PRINCIPAL = ZERO OR AMS-TERM = ZERO
        MOVE "N" TO AMS-VALID
        MOVE "Principal and term must both be entered."
            TO AMS-MESSAGE
        EXIT PARAGRAPH
    END-IF.
    IF WS-MONTHLY-RATE = ZERO
        COMPUTE WS-RAW-MONEY = AMS-PRINCIPAL / AMS-TERM
        PERFORM ROUND-RAW-MONEY
        MOVE MNY-RESULT TO AMS-PAYMENT
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-RATE-FACTOR ROUNDED =
        (1 + WS-MONTHLY-RATE) ** AMS-TERM
        ON SIZE ERROR
            MOVE ZERO TO WS-RATE-FACTOR
    END-COMPUTE.
    IF WS-RATE-FACTOR = ZERO OR WS-RATE-FACTOR = 1
        MOVE "N" TO AMS-VALID
        MOVE "Cannot amortize with those inputs." TO AMS-MESSAGE
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-ANNUITY-DIV ROUNDED =
        (WS-RATE-FACTOR - 1)
        / (WS-MONTHLY-RATE * WS-RATE-FACTOR)
        ON SIZE ERROR
            MOVE ZERO TO WS-ANNUITY-DIV
    END-COMPUTE.
    IF WS-ANNUITY-DIV = ZERO
        MOVE "N" TO AMS-VALID
        MOVE "Term/rate combination too large." TO AMS-MESSAGE
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-RAW-MONEY = AMS-PRINCIPAL / WS-ANNUITY-DIV
        ON SIZE ERROR
            MOVE ZERO TO WS-RAW-MONEY
    END-COMPUTE.
    PERFORM ROUND-RAW-MONEY.
    MOVE MNY-RESULT TO AMS-PAYMENT.
    IF AMS-PAYMENT = ZERO
        MOVE "N" TO AMS-VALID
        MOVE "Payment too large to compute." TO AMS-MESSAGE
    END-IF.

*> Interest accrues on the opening balance; the rest of the
*> level payment retires principal. The last installment, or one
*> whose principal part would overshoot, takes exactly what is
*> left so the loan always closes at zero.
ONE-INSTALLMENT.
    COMPUTE WS-RAW-MONEY = AMS-BALANCE * WS-MONTHLY-RATE.
    PERFORM ROUND-RAW-MONEY.
    MOVE MNY-RESULT TO AMS-INTEREST.
    IF AMS-PAYMENT > AMS-INTEREST
        COMPUTE AMS-PRIN-PART = AMS-PAYMENT - AMS-INTEREST
    ELSE
        MOVE ZERO TO AMS-PRIN-PART
    END-IF.
    IF AMS-PAY-NO >= AMS-TERM
            OR AMS-PRIN-PART > AMS-BALANCE
        MOVE AMS-BALANCE TO AMS-PRIN-PART
    END-IF.
    COMPUTE AMS-NEW-BALANCE = AMS-BALANCE - AMS-PRIN-PART.

ROUND-RAW-MONEY.
    SET MNY-ROUND-HALF-UP TO TRUE.
    MOVE WS-RAW-MONEY TO MNY-AMOUNT.
    CALL "MONEY-SERVICES" USING MONEY-SRV-AREA.
