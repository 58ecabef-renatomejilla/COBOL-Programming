    01 WS-PERCENT-OF     PIC S9(7)V99.
    01 WS-PERCENT-CHANGE PIC S9(7)V99.
    01 WS-SAVE-ANSWER    PIC X.

    01 WS-SERIES-VALUE    PIC S9(7)V99.
    01 WS-SERIES-COUNT    PIC 9(5).
    01 WS-PRINCIPAL       PIC 9(7)V99.
    01 WS-ANNUAL-RATE     PIC 99V99.
    01 WS-TERM-MONTHS     PIC 999.
    01 WS-PAYMENT         PIC 9(7)V99.
    01 WS-BALANCE         PIC S9(9)V99.
    01 WS-INTEREST        PIC 9(7)V99.
    01 WS-PAGE-LINES      PIC 99.
    01 WS-PAGE-ANSWER     PIC X.
    COPY RPTREG.
    COPY AMORTSRV.
    01 AMO-HEADING.
        05 FILLER PIC X(6)  VALUE "PAY # ".
        05 FILLER PIC X(14) VALUE "PAYMENT".
*> The credit co-op questions are all about loans: payment
*> amount, interest/principal split and remaining balance per
*> month, shown a page at a time and written to a schedule file
*> for printing. AMORT-SERVICES owns the formula and its
*> divide-by-zero and SIZE ERROR guards.
LOAN-AMORTIZATION.
    DISPLAY "Principal amount      : " WITH NO ADVANCING.
    ACCEPT WS-PRINCIPAL.
        EXIT PARAGRAPH
    END-IF.

*>  The level payment and every installment split come from
*>  AMORT-SERVICES, the same rule payroll deducts company loans by.
    SET AMS-LEVEL-PAYMENT TO TRUE.
    MOVE WS-PRINCIPAL TO AMS-PRINCIPAL.
    MOVE WS-ANNUAL-RATE TO AMS-ANNUAL-RATE.
    MOVE WS-TERM-MONTHS TO AMS-TERM.
    CALL "AMORT-SERVICES" USING AMORT-SRV-AREA.
    IF AMS-VALID NOT = "Y"
        DISPLAY AMS-MESSAGE
        EXIT PARAGRAPH
    END-IF.
    MOVE AMS-PAYMENT TO WS-PAYMENT.

    OPEN OUTPUT SCHEDULE-FILE.
    MOVE "LOAN SCHEDULE" TO RRG-REPORT-NAME.

    PERFORM VARYING WS-PAY-NO FROM 1 BY 1
            UNTIL WS-PAY-NO > WS-TERM-MONTHS
        SET AMS-INSTALLMENT TO TRUE
        MOVE WS-BALANCE TO AMS-BALANCE
        MOVE WS-PAY-NO TO AMS-PAY-NO
        CALL "AMORT-SERVICES" USING AMORT-SRV-AREA
        MOVE AMS-INTEREST TO WS-INTEREST
        MOVE AMS-PRIN-PART TO WS-PRIN-PART
        MOVE AMS-NEW-BALANCE TO WS-BALANCE
        ADD WS-INTEREST TO WS-TOT-INTEREST
        ADD WS-PRIN-PART TO WS-TOT-PRINCIPAL

