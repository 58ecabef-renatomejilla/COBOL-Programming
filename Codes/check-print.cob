*>              payee proper-cased through NAMEFMT, the numeric
*>              amount, and the amount in words from the AMTWORDS
*>              routine, with a count and total at the end - no
*>              more typing check amounts in words by hand. The
*>              checks are then sent to the bank on a positive-pay
*>              issue file through POSPAY. A clean run empties
*>              payments.dat, so the payments it printed are never
*>              printed again under new numbers; disbursement runs,
*>              bank-return re-issues and stale-check reissues all
*>              add to the file until the next print run.

IDENTIFICATION DIVISION.
PROGRAM-ID.     CHECK-PRINT.
DATA DIVISION.
    FILE SECTION.
    FD PAYMENT-FILE.
    COPY PAYMTREC.

    FD PRINT-FILE.
    01 PRINT-LINE           PIC X(132).
    01 WS-PRINT-STATUS      PIC XX.
    01 WS-CHKCTL-STATUS     PIC XX.
    01 WS-REGISTER-STATUS   PIC XX.
    01 WS-RUN-CLEAN         PIC X VALUE "Y".
    01 WS-CHECK-NUMBER      PIC 9(8).
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-CHECK-COUNT       PIC 9(5) VALUE ZERO.
    COPY AMTWORDS.
    COPY RUNLOG.
    COPY RPTREG.
    COPY POSPAY.

    01 CHK-RULE-LINE        PIC X(70) VALUE ALL "=".
    01 CHK-DATE-LINE.
                PERFORM PRINT-ONE-CHECK
        END-READ
    END-PERFORM.
    IF WS-PAYMENT-STATUS NOT = "10"
        MOVE "N" TO WS-RUN-CLEAN
    END-IF.

    MOVE SPACES TO PRINT-LINE.
    WRITE PRINT-LINE.
    CLOSE REGISTER-FILE.
    PERFORM RELEASE-CHECK-NUMBERS.

*> Every payment read is now a numbered check on the register, so
*> the file is emptied; after a failed write it is kept for the
*> rerun and the operator told.
    IF WS-RUN-CLEAN = "Y"
        OPEN OUTPUT PAYMENT-FILE
        CLOSE PAYMENT-FILE
    ELSE
        DISPLAY "Check run did not complete cleanly - payments.dat "
            "kept; void the checks in checks.prt before rerunning."
    END-IF.

*> The new checks go to the bank on the positive-pay file before any
*> of them can be presented.
    CALL "POSPAY" USING POS-PAY-AREA.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-CHECK-COUNT TO RLG-READ-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    DISPLAY WS-CHECK-COUNT " check(s) written to checks.prt.".
    IF PPY-FILE-NAME NOT = SPACES
        DISPLAY "Positive pay: " PPY-ISSUE-COUNT " issue(s), "
            PPY-VOID-COUNT " void(s) in "
            FUNCTION TRIM(PPY-FILE-NAME) "."
    END-IF.
GOBACK.

*> The control record stays open across the run so two printing
    WRITE PRINT-LINE FROM CHK-RULE-LINE.
    MOVE SPACES TO PRINT-LINE.
    WRITE PRINT-LINE.
    IF WS-PRINT-STATUS NOT = "00"
        MOVE "N" TO WS-RUN-CLEAN
    END-IF.

    MOVE WS-CHECK-NUMBER TO CKR-NUMBER.
    MOVE WS-RUN-DATE TO CKR-DATE.
    MOVE WS-PAYEE-NAME TO CKR-PAYEE.
    MOVE PAY-AMOUNT TO CKR-AMOUNT.
    IF PAY-EMP-ID NUMERIC
        MOVE PAY-EMP-ID TO CKR-EMP-ID
    ELSE
        MOVE ZERO TO CKR-EMP-ID
    END-IF.
    SET CKR-ISSUED TO TRUE.
    MOVE SPACE TO CKR-FILLER-1 CKR-FILLER-2 CKR-FILLER-3
        CKR-FILLER-4 CKR-FILLER-5.
    WRITE CHECK-REG-RECORD.
    IF WS-REGISTER-STATUS NOT = "00"
        MOVE "N" TO WS-RUN-CLEAN
    END-IF.
