*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Listing of employee bank account changes for one
*>              fiscal period, from bankchg.dat as WS-BANK-MAINT
*>              logs them: each add, change and removal with the
*>              account before and after, the operator who made
*>              it, the branch notified, and where the verification
*>              stands (pending, verified and by whom, superseded
*>              by a later change, or not needed for a removal).
*>              Totals by kind of change and by verification close
*>              the report (bankchg.rpt), so payroll can see every
*>              redirected salary of the period before it is paid.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-BANK-CHG-REPORT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CHANGE-FILE ASSIGN TO "bankchg.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHANGE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "bankchg.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD CHANGE-FILE.
    COPY BANKCHG.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(110).

    WORKING-STORAGE SECTION.
    01 WS-CHANGE-STATUS     PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-FY-IN             PIC 9(4).
    01 WS-PERIOD-IN         PIC 99.
    01 WS-REC-DATE          PIC 9(8).
    01 WS-READ-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-ADDED-COUNT       PIC 9(5) VALUE ZERO.
    01 WS-CHANGED-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-REMOVED-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-PENDING-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-VERIFIED-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-SUPERSEDED-COUNT  PIC 9(5) VALUE ZERO.
    COPY DATESRV.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(30)
            VALUE "BANK ACCOUNT CHANGES  FY ".
        05 RPT-TITLE-FY    PIC 9(4).
        05 FILLER          PIC X(9)  VALUE "  PERIOD ".
        05 RPT-TITLE-PER   PIC 99.
        05 FILLER          PIC X(10) VALUE "  Run on: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(7)  VALUE "SEQ".
        05 FILLER          PIC X(9)  VALUE "DATE".
        05 FILLER          PIC X(7)  VALUE "EMP-ID".
        05 FILLER          PIC X(7)  VALUE "ACTION".
        05 FILLER          PIC X(22) VALUE "WAS".
        05 FILLER          PIC X(22) VALUE "NOW".
        05 FILLER          PIC X(9)  VALUE "BY".
        05 FILLER          PIC X(11) VALUE "STATUS".
        05 FILLER          PIC X(8)  VALUE "VERIFIER".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-SEQ     PIC 9(6).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-DATE    PIC 9(8).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-EMP-ID  PIC 9(6).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-ACTION  PIC X(6).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-OLD-BANK PIC X(4).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-OLD-ACCT PIC X(16).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-NEW-BANK PIC X(4).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-NEW-ACCT PIC X(16).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-BY      PIC X(8).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-STATUS  PIC X(10).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-VERIFIER PIC X(8).
    01 RPT-BRANCH-LINE.
        05 FILLER          PIC X(30) VALUE SPACES.
        05 FILLER          PIC X(18) VALUE "Branch notified: ".
        05 RPT-BR-BRANCH   PIC X(15).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-BR-VERIFIED PIC X(20).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(28).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Fiscal year : " WITH NO ADVANCING.
    ACCEPT WS-FY-IN.
    DISPLAY "Period      : " WITH NO ADVANCING.
    ACCEPT WS-PERIOD-IN.

    OPEN INPUT CHANGE-FILE.
    IF WS-CHANGE-STATUS NOT = "00"
        DISPLAY "bankchg.dat not found - no bank account changes "
            "recorded yet."
        GOBACK
    END-IF.

    OPEN OUTPUT REPORT-FILE.
    MOVE "BANK ACCOUNT CHANGES" TO RRG-REPORT-NAME.
    MOVE "bankchg.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "FY" WS-FY-IN " PERIOD " WS-PERIOD-IN
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-FY-IN TO RPT-TITLE-FY.
    MOVE WS-PERIOD-IN TO RPT-TITLE-PER.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    PERFORM UNTIL WS-CHANGE-STATUS NOT = "00"
        READ CHANGE-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM SELECT-AND-PRINT
        END-READ
    END-PERFORM.
    CLOSE CHANGE-FILE.

    IF WS-LISTED-COUNT = ZERO
        MOVE "  (no bank account changes in the period)"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    PERFORM WRITE-CHANGE-TOTALS.
    CLOSE REPORT-FILE.

    MOVE WS-LISTED-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
    DISPLAY "Bank account change report written to bankchg.rpt - "
        WS-LISTED-COUNT " change(s), " WS-PENDING-COUNT
        " awaiting verification.".
GOBACK.

*> A change belongs to the fiscal period of the day it was made.
SELECT-AND-PRINT.
    MOVE BKC-TIMESTAMP(1:8) TO WS-REC-DATE.
    SET DSRV-FISCAL-PERIOD TO TRUE.
    MOVE WS-REC-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-FISCAL-YEAR NOT = WS-FY-IN
            OR DSRV-RESULT-NUM NOT = WS-PERIOD-IN
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-LISTED-COUNT.
    MOVE BKC-SEQ TO RPT-DET-SEQ.
    MOVE WS-REC-DATE TO RPT-DET-DATE.
    MOVE BKC-EMP-ID TO RPT-DET-EMP-ID.
    EVALUATE TRUE
        WHEN BKC-ADDED
            MOVE "ADD" TO RPT-DET-ACTION
            ADD 1 TO WS-ADDED-COUNT
        WHEN BKC-CHANGED
            MOVE "CHANGE" TO RPT-DET-ACTION
            ADD 1 TO WS-CHANGED-COUNT
        WHEN BKC-REMOVED
            MOVE "REMOVE" TO RPT-DET-ACTION
            ADD 1 TO WS-REMOVED-COUNT
        WHEN OTHER
            MOVE BKC-ACTION TO RPT-DET-ACTION
    END-EVALUATE.
    MOVE BKC-OLD-BANK TO RPT-DET-OLD-BANK.
    MOVE BKC-OLD-ACCOUNT TO RPT-DET-OLD-ACCT.
    MOVE BKC-NEW-BANK TO RPT-DET-NEW-BANK.
    MOVE BKC-NEW-ACCOUNT TO RPT-DET-NEW-ACCT.
    MOVE BKC-CHANGED-BY TO RPT-DET-BY.
    MOVE SPACES TO RPT-DET-VERIFIER.
    MOVE SPACES TO RPT-BR-VERIFIED.
    EVALUATE TRUE
        WHEN BKC-PENDING
            MOVE "PENDING" TO RPT-DET-STATUS
            ADD 1 TO WS-PENDING-COUNT
        WHEN BKC-VERIFIED
            MOVE "VERIFIED" TO RPT-DET-STATUS
            MOVE BKC-VERIFIED-BY TO RPT-DET-VERIFIER
            STRING "verified " BKC-VERIFIED-ON
                DELIMITED BY SIZE INTO RPT-BR-VERIFIED
            ADD 1 TO WS-VERIFIED-COUNT
        WHEN BKC-SUPERSEDED
            MOVE "SUPERSEDED" TO RPT-DET-STATUS
            ADD 1 TO WS-SUPERSEDED-COUNT
        WHEN BKC-NO-HOLD
            MOVE "NOT NEEDED" TO RPT-DET-STATUS
        WHEN OTHER
            MOVE BKC-STATUS TO RPT-DET-STATUS
    END-EVALUATE.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
    MOVE BKC-BRANCH TO RPT-BR-BRANCH.
    WRITE REPORT-LINE FROM RPT-BRANCH-LINE.

WRITE-CHANGE-TOTALS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Accounts added           : " TO RPT-TOT-LABEL.
    MOVE WS-ADDED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Accounts changed         : " TO RPT-TOT-LABEL.
    MOVE WS-CHANGED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Accounts removed         : " TO RPT-TOT-LABEL.
    MOVE WS-REMOVED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Awaiting verification    : " TO RPT-TOT-LABEL.
    MOVE WS-PENDING-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Verified                 : " TO RPT-TOT-LABEL.
    MOVE WS-VERIFIED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Superseded before verify : " TO RPT-TOT-LABEL.
    MOVE WS-SUPERSEDED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Changes listed           : " TO RPT-TOT-LABEL.
    MOVE WS-LISTED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
