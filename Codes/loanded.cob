*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Callable company loan and salary-advance deduction
*>              service. The payroll register asks it for each
*>              employee's installments before net pay is settled;
*>              it splits each installment through AMORT-SERVICES
*>              (the rule the WS-MATH schedule prints), brings the
*>              loan balance down, and writes the movement to the
*>              loan ledger. Each loan remembers the period and
*>              split it last took, so rerunning the register for
*>              a period reverses that deduction and takes it
*>              again instead of deducting twice. See
*>              copybooks/LOANDED.cpy for the function codes.

IDENTIFICATION DIVISION.
PROGRAM-ID.     LOANDED.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LOAN-FILE ASSIGN TO "loans.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LN-KEY
            FILE STATUS IS WS-LOAN-STATUS.

        SELECT LEDGER-FILE ASSIGN TO "loanled.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEDGER-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD LOAN-FILE.
    COPY LOANREC.

    FD LEDGER-FILE.
    COPY LOANLED.

    WORKING-STORAGE SECTION.
    01 WS-LOAN-STATUS       PIC XX.
    01 WS-LEDGER-STATUS     PIC XX.
    01 WS-RUN-PERIOD        PIC 9(6).
    01 WS-START-PERIOD      PIC 9(6).
    01 WS-INSTALLMENT       PIC 9(7)V99.
    01 WS-REVERSED          PIC X.
    COPY AMORTSRV.

    LINKAGE SECTION.
    COPY LOANDED.

PROCEDURE DIVISION USING LOAN-DED-AREA.
001-MAIN.
    MOVE ZERO TO LND-AMOUNT.
    MOVE ZERO TO LND-LOAN-COUNT.
    MOVE ZERO TO LND-SKIP-COUNT.
    COMPUTE WS-RUN-PERIOD = LND-FISCAL-YEAR * 100 + LND-PERIOD.

    IF LND-TAKE
        OPEN I-O LOAN-FILE
    ELSE
        OPEN INPUT LOAN-FILE
    END-IF.
    IF WS-LOAN-STATUS NOT = "00"
        GOBACK
    END-IF.
    IF LND-TAKE
        OPEN EXTEND LEDGER-FILE
        IF WS-LEDGER-STATUS = "35"
            OPEN OUTPUT LEDGER-FILE
        END-IF
    END-IF.

    MOVE LND-EMP-ID TO LN-EMP-ID.
    MOVE ZERO TO LN-LOAN-NO.
    START LOAN-FILE KEY IS NOT LESS THAN LN-KEY
        INVALID KEY
            MOVE "23" TO WS-LOAN-STATUS
    END-START.
    PERFORM UNTIL WS-LOAN-STATUS NOT = "00"
        READ LOAN-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF LN-EMP-ID NOT = LND-EMP-ID
            EXIT PERFORM
        END-IF
        IF LND-TAKE
            PERFORM TAKE-ONE-LOAN
        ELSE
            PERFORM QUERY-ONE-LOAN
        END-IF
    END-PERFORM.

    CLOSE LOAN-FILE.
    IF LND-TAKE
        CLOSE LEDGER-FILE
    END-IF.
GOBACK.

*> A loan already deducted this period (a rerun) first gets that
*> deduction put back, so the retake starts from the same opening
*> balance and may even come out different if the net pay did.
TAKE-ONE-LOAN.
    MOVE "N" TO WS-REVERSED.
    IF LN-LAST-FY = LND-FISCAL-YEAR
            AND LN-LAST-PERIOD = LND-PERIOD
        PERFORM REVERSE-LAST-DEDUCTION
    END-IF.

    COMPUTE WS-START-PERIOD = LN-START-FY * 100 + LN-START-PERIOD.
    IF NOT LN-ACTIVE OR LN-BALANCE = ZERO
            OR WS-START-PERIOD > WS-RUN-PERIOD
        PERFORM REWRITE-IF-REVERSED
        EXIT PARAGRAPH
    END-IF.

    SET AMS-INSTALLMENT TO TRUE.
    MOVE LN-BALANCE TO AMS-BALANCE.
    MOVE LN-ANNUAL-RATE TO AMS-ANNUAL-RATE.
    MOVE LN-PAYMENT TO AMS-PAYMENT.
    MOVE LN-TERM TO AMS-TERM.
    COMPUTE AMS-PAY-NO = LN-PAID-COUNT + 1.
    CALL "AMORT-SERVICES" USING AMORT-SRV-AREA.
    COMPUTE WS-INSTALLMENT = AMS-INTEREST + AMS-PRIN-PART.
    IF WS-INSTALLMENT > LND-LIMIT
        ADD 1 TO LND-SKIP-COUNT
        PERFORM REWRITE-IF-REVERSED
        EXIT PARAGRAPH
    END-IF.

    MOVE AMS-NEW-BALANCE TO LN-BALANCE.
    ADD 1 TO LN-PAID-COUNT.
    MOVE LND-FISCAL-YEAR TO LN-LAST-FY.
    MOVE LND-PERIOD TO LN-LAST-PERIOD.
    MOVE AMS-INTEREST TO LN-LAST-INTEREST.
    MOVE AMS-PRIN-PART TO LN-LAST-PRINCIPAL.
    IF LN-BALANCE = ZERO
        SET LN-PAID-OFF TO TRUE
    END-IF.
    REWRITE LOAN-RECORD.
    SET LLG-DEDUCTION TO TRUE.
    PERFORM WRITE-LEDGER-ENTRY.
    SUBTRACT WS-INSTALLMENT FROM LND-LIMIT.
    ADD WS-INSTALLMENT TO LND-AMOUNT.
    ADD 1 TO LND-LOAN-COUNT.

REVERSE-LAST-DEDUCTION.
    ADD LN-LAST-PRINCIPAL TO LN-BALANCE.
    IF LN-PAID-COUNT > ZERO
        SUBTRACT 1 FROM LN-PAID-COUNT
    END-IF.
    SET LN-ACTIVE TO TRUE.
    SET LLG-REVERSAL TO TRUE.
    PERFORM WRITE-LEDGER-ENTRY.
    MOVE ZERO TO LN-LAST-FY.
    MOVE ZERO TO LN-LAST-PERIOD.
    MOVE ZERO TO LN-LAST-INTEREST.
    MOVE ZERO TO LN-LAST-PRINCIPAL.
    MOVE "Y" TO WS-REVERSED.

REWRITE-IF-REVERSED.
    IF WS-REVERSED = "Y"
        REWRITE LOAN-RECORD
    END-IF.

QUERY-ONE-LOAN.
    IF LN-LAST-FY = LND-FISCAL-YEAR
            AND LN-LAST-PERIOD = LND-PERIOD
        ADD LN-LAST-INTEREST TO LND-AMOUNT
        ADD LN-LAST-PRINCIPAL TO LND-AMOUNT
        ADD 1 TO LND-LOAN-COUNT
    END-IF.

*> Ledger amounts are the split being moved: for a reversal the
*> one being put back, otherwise the one just taken.
WRITE-LEDGER-ENTRY.
    MOVE FUNCTION CURRENT-DATE(1:14) TO LLG-TIMESTAMP.
    MOVE LN-EMP-ID TO LLG-EMP-ID.
    MOVE LN-LOAN-NO TO LLG-LOAN-NO.
    MOVE LND-FISCAL-YEAR TO LLG-FISCAL-YEAR.
    MOVE LND-PERIOD TO LLG-PERIOD.
    MOVE LN-LAST-INTEREST TO LLG-INTEREST.
    MOVE LN-LAST-PRINCIPAL TO LLG-PRINCIPAL.
    MOVE LN-BALANCE TO LLG-BALANCE.
    MOVE SPACE TO LLG-FILLER-1 LLG-FILLER-2 LLG-FILLER-3
        LLG-FILLER-4 LLG-FILLER-5 LLG-FILLER-6 LLG-FILLER-7.
    WRITE LOAN-LEDGER-RECORD.
