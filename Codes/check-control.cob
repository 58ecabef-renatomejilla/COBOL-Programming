*>              cashed checks P, and reports amount mismatches,
*>              numbers the bank paid that are not on the register,
*>              and the checks still outstanding - all to
*>              chkrecon.rpt. Each void and replacement is sent
*>              to the bank at once through POSPAY. A check
*>              CHECK-STALE cancelled as stale-dated is released
*>              here from the stale liability file stalechk.dat
*>              into payments.dat, for CHECK-PRINT to issue a new
*>              check; the reconciliation reports a cancelled check
*>              the bank paid anyway.

IDENTIFICATION DIVISION.
PROGRAM-ID.     CHECK-CONTROL.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAID-STATUS.

        SELECT STALE-FILE ASSIGN TO "stalechk.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STALE-STATUS.

        SELECT STALE-WORK-FILE ASSIGN TO "stalechk.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STALE-WORK-STATUS.

        SELECT PAYMENT-FILE ASSIGN TO "payments.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYMENT-STATUS.

        SELECT REPORT-FILE ASSIGN TO "chkrecon.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
    COPY CHKREG.

    FD WORK-FILE.
    01 WORK-RECORD          PIC X(69).

    FD CHKCTL-FILE.
    01 CHKCTL-RECORD.
        05 BPD-NUMBER       PIC 9(8).
        05 BPD-AMOUNT       PIC 9(9)V99.

    FD STALE-FILE.
    COPY STALEREC.

    FD STALE-WORK-FILE.
    01 STALE-WORK-RECORD    PIC X(103).

    FD PAYMENT-FILE.
    COPY PAYMTREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(90).

    01 WS-CHKCTL-STATUS     PIC XX.
    01 WS-PAID-STATUS       PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-STALE-STATUS      PIC XX.
    01 WS-STALE-WORK-STATUS PIC XX.
    01 WS-PAYMENT-STATUS    PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-REISSUE-NUMBER    PIC 9(8).
    01 WS-HOLD-PAYEE        PIC X(30).
    01 WS-HOLD-AMOUNT       PIC 9(9)V99.
    01 WS-HOLD-EMP-ID       PIC 9(6).
    01 WS-PAID-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-MISMATCH-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-UNKNOWN-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-OUTSTAND-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-STALE-PAID-COUNT  PIC 9(5) VALUE ZERO.
    01 WS-AMOUNT-DISP       PIC ZZZ,ZZZ,ZZ9.99.
    COPY RPTREG.
    COPY POSPAY.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
        DISPLAY "==== CHECK CONTROL ===="
        DISPLAY "1 - Void / Reissue a Check"
        DISPLAY "2 - Load Bank Paid-Checks File"
        DISPLAY "3 - Re-issue a Stale-Dated Check"
        DISPLAY "4 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 2
                PERFORM RECONCILE-PAID-CHECKS
            WHEN 3
                PERFORM REISSUE-STALE-CHECK
            WHEN 4
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
                    MOVE "Y" TO WS-FOUND
                    MOVE CKR-PAYEE TO WS-HOLD-PAYEE
                    MOVE CKR-AMOUNT TO WS-HOLD-AMOUNT
                    MOVE CKR-EMP-ID TO WS-HOLD-EMP-ID
                    SET CKR-VOID TO TRUE
                END-IF
                WRITE WORK-RECORD FROM CHECK-REG-RECORD
    DISPLAY "Issue a replacement under the next number? (Y/N): "
        WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
        PERFORM REGISTER-REPLACEMENT
    END-IF.

*> The bank hears of the void, and of any replacement, straight away
*> so the jammed form can no longer be cashed.
    CALL "POSPAY" USING POS-PAY-AREA.
    IF PPY-FILE-NAME NOT = SPACES
        DISPLAY "Positive pay: " PPY-ISSUE-COUNT " issue(s), "
            PPY-VOID-COUNT " void(s) in "
            FUNCTION TRIM(PPY-FILE-NAME) "."
    END-IF.

REGISTER-REPLACEMENT.
    PERFORM TAKE-NEXT-CHECK-NUMBER.
    OPEN EXTEND REGISTER-FILE.
    MOVE WS-REISSUE-NUMBER TO CKR-NUMBER.
    MOVE WS-RUN-DATE TO CKR-DATE.
    MOVE WS-HOLD-PAYEE TO CKR-PAYEE.
    MOVE WS-HOLD-AMOUNT TO CKR-AMOUNT.
    MOVE WS-HOLD-EMP-ID TO CKR-EMP-ID.
    SET CKR-ISSUED TO TRUE.
    MOVE SPACE TO CKR-FILLER-1 CKR-FILLER-2 CKR-FILLER-3
        CKR-FILLER-4 CKR-FILLER-5.
    WRITE CHECK-REG-RECORD.
    CLOSE REGISTER-FILE.
    DISPLAY "Replacement registered under check "

    MOVE ZERO TO WS-PAID-COUNT.
    MOVE ZERO TO WS-MISMATCH-COUNT.
    MOVE ZERO TO WS-STALE-PAID-COUNT.
    MOVE ZERO TO WS-UNKNOWN-COUNT.
    MOVE ZERO TO WS-OUTSTAND-COUNT.

    MOVE "Amount mismatches         : " TO RPT-TOT-LABEL.
    MOVE WS-MISMATCH-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Paid after stale-dating   : " TO RPT-TOT-LABEL.
    MOVE WS-STALE-PAID-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Unknown check numbers     : " TO RPT-TOT-LABEL.
    MOVE WS-UNKNOWN-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    CLOSE REPORT-FILE.

    COMPUTE RRG-RECORD-COUNT = WS-PAID-COUNT
        + WS-MISMATCH-COUNT + WS-UNKNOWN-COUNT
        + WS-STALE-PAID-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
    DISPLAY "Reconciliation written to chkrecon.rpt.".

            NOT AT END
                IF CKR-NUMBER = BPD-NUMBER
                    MOVE "Y" TO WS-FOUND
                END-IF
                IF CKR-NUMBER = BPD-NUMBER AND CKR-STALE
                    ADD 1 TO WS-STALE-PAID-COUNT
                    MOVE "PAID AFTER STALE: CHECK "
                        TO RPT-EXC-TYPE
                    MOVE BPD-NUMBER TO RPT-EXC-NUMBER
                    MOVE "cancelled as stale-dated - see stalechk.dat"
                        TO RPT-EXC-TEXT
                    WRITE REPORT-LINE FROM RPT-EXCEPTION-LINE
                END-IF
                IF CKR-NUMBER = BPD-NUMBER AND NOT CKR-STALE
                    IF CKR-AMOUNT = BPD-AMOUNT
                        SET CKR-PAID TO TRUE
                        ADD 1 TO WS-PAID-COUNT
        END-READ
    END-PERFORM.
    CLOSE REGISTER-FILE.

*> The amount of a stale-dated check stays owed on stalechk.dat until
*> it is released here into payments.dat; the next CHECK-PRINT run
*> prints the new check and registers it under a new number.
REISSUE-STALE-CHECK.
    DISPLAY "Stale check number to re-issue: " WITH NO ADVANCING.
    ACCEPT WS-NUMBER-IN.

    MOVE "N" TO WS-FOUND.
    OPEN INPUT STALE-FILE.
    IF WS-STALE-STATUS NOT = "00"
        DISPLAY "stalechk.dat not found - no stale checks cancelled."
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-STALE-STATUS = "10"
        READ STALE-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF STL-NUMBER = WS-NUMBER-IN AND STL-OPEN
                    MOVE "Y" TO WS-FOUND
                    MOVE STL-PAYEE TO WS-HOLD-PAYEE
                    MOVE STL-AMOUNT TO WS-HOLD-AMOUNT
                    MOVE STL-EMP-ID TO WS-HOLD-EMP-ID
                    EXIT PERFORM
                END-IF
        END-READ
    END-PERFORM.
    CLOSE STALE-FILE.

    IF WS-FOUND NOT = "Y"
        DISPLAY "Check " WS-NUMBER-IN
            " is not owed as a stale-dated check - nothing released."
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-HOLD-AMOUNT TO WS-AMOUNT-DISP.
    DISPLAY "Release " FUNCTION TRIM(WS-HOLD-PAYEE) " "
        WS-AMOUNT-DISP " for a new check? (Y/N): "
        WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "Nothing released."
        EXIT PARAGRAPH
    END-IF.

    OPEN EXTEND PAYMENT-FILE.
    IF WS-PAYMENT-STATUS = "35"
        OPEN OUTPUT PAYMENT-FILE
    END-IF.
    MOVE WS-HOLD-PAYEE TO PAY-PAYEE.
    MOVE WS-HOLD-AMOUNT TO PAY-AMOUNT.
    MOVE WS-HOLD-EMP-ID TO PAY-EMP-ID.
    WRITE PAYMENT-RECORD.
    CLOSE PAYMENT-FILE.

    OPEN INPUT STALE-FILE.
    OPEN OUTPUT STALE-WORK-FILE.
    PERFORM UNTIL WS-STALE-STATUS = "10"
        READ STALE-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF STL-NUMBER = WS-NUMBER-IN AND STL-OPEN
                    SET STL-REISSUED TO TRUE
                    MOVE WS-RUN-DATE TO STL-REISSUE-DATE
                END-IF
                WRITE STALE-WORK-RECORD FROM STALE-CHECK-RECORD
        END-READ
    END-PERFORM.
    CLOSE STALE-FILE.
    CLOSE STALE-WORK-FILE.

    OPEN INPUT STALE-WORK-FILE.
    OPEN OUTPUT STALE-FILE.
    PERFORM UNTIL WS-STALE-WORK-STATUS = "10"
        READ STALE-WORK-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE STALE-WORK-RECORD TO STALE-CHECK-RECORD
                WRITE STALE-CHECK-RECORD
        END-READ
    END-PERFORM.
    CLOSE STALE-WORK-FILE.
    CLOSE STALE-FILE.

    DISPLAY "Released to payments.dat - the new check prints on "
        "the next Check Printing run.".
