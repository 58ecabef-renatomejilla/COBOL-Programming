*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Monthly HMO billing reconciliation. For a fiscal
*>              period, every enrollment in force on the period's
*>              first day (hmoenrl.dat, priced by HMOPREM) is set
*>              against the HMO's invoice for the month (hmoinv.dat)
*>              and against the premium share payroll actually took
*>              for the period (PH-HMO-DEDUCT on payhist.dat, the
*>              standing runs only - a reversal and the run it
*>              reverses cancel). Each enrollee is flagged where
*>              the invoice leaves them out, bills another plan or
*>              coverage, bills a different headcount or amount, or
*>              where payroll took a different share; invoice lines
*>              for employees with no enrollment in force are
*>              listed as NOT ENROLLED. Totals of premium expected,
*>              billed, company share and payroll collected close
*>              the listing. Output in hmobill.rpt.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-HMO-BILLING.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ENROLL-FILE ASSIGN TO "hmoenrl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS HME-EMP-ID
            FILE STATUS IS WS-ENROLL-STATUS.

        SELECT INVOICE-FILE ASSIGN TO "hmoinv.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INVOICE-STATUS.

        SELECT PAY-HISTORY ASSIGN TO "payhist.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-PAYHIST-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT CALENDAR-FILE ASSIGN TO "fiscalcal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALENDAR-STATUS.

        SELECT REPORT-FILE ASSIGN TO "hmobill.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD ENROLL-FILE.
    COPY HMOENR.

    FD INVOICE-FILE.
    COPY HMOINV.

    FD PAY-HISTORY.
    COPY PAYHIST.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD CALENDAR-FILE.
    01 CALENDAR-RECORD.
        05 CAL-FISCAL-YEAR  PIC 9(4).
        05 CAL-PERIOD       PIC 99.
        05 CAL-START-DATE   PIC 9(8).
        05 CAL-END-DATE     PIC 9(8).
        05 CAL-WORK-DAYS    PIC 9(3).
        05 CAL-LABEL        PIC X(8).
        05 CAL-CLOSED       PIC X.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-ENROLL-STATUS     PIC XX.
    01 WS-INVOICE-STATUS    PIC XX.
    01 WS-PAYHIST-STATUS    PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-CALENDAR-STATUS   PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-HIST-OPEN         PIC X VALUE "N".
    01 WS-MASTER-OPEN       PIC X VALUE "N".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-FY-IN             PIC 9(4).
    01 WS-PERIOD-IN         PIC 99.
    01 WS-PERIOD-START      PIC 9(8).
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-EXCEPT-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-ENROLLED-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-EXPECTED-TOTAL    PIC 9(9)V99 VALUE ZERO.
    01 WS-BILLED-TOTAL      PIC 9(9)V99 VALUE ZERO.
    01 WS-ER-TOTAL          PIC 9(9)V99 VALUE ZERO.
    01 WS-PAYROLL-TOTAL     PIC 9(9)V99 VALUE ZERO.
    01 WS-PAYROLL-TAKEN     PIC 9(7)V99.
    01 WS-HEADS             PIC 99.
    01 WS-INV-IDX           PIC 9(4).
    01 WS-INV-FOUND         PIC 9(4).
    01 WS-INV-COUNT         PIC 9(4) VALUE ZERO.
    01 WS-INV-TABLE.
        05 WS-INV-ENTRY OCCURS 3000 TIMES.
            10 WS-INV-EMP-ID    PIC 9(6).
            10 WS-INV-PLAN      PIC X(4).
            10 WS-INV-COVERAGE  PIC X.
            10 WS-INV-HEADS     PIC 99.
            10 WS-INV-AMOUNT    PIC 9(7)V99.
            10 WS-INV-MATCHED   PIC X.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY HMOPREM.
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(36)
            VALUE "HMO BILLING RECONCILIATION   FY".
        05 RPT-TITLE-FY    PIC 9(4).
        05 FILLER          PIC X(8)  VALUE " PERIOD ".
        05 RPT-TITLE-PER   PIC 99.
        05 FILLER          PIC X(12) VALUE "  Run date: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(33) VALUE "EMPLOYEE NAME".
        05 FILLER          PIC X(7)  VALUE "PLAN".
        05 FILLER          PIC X(6)  VALUE "HEADS".
        05 FILLER          PIC X(13) VALUE "     EXPECTED".
        05 FILLER          PIC X(7)  VALUE " BILLED".
        05 FILLER          PIC X(6)  VALUE "HEADS".
        05 FILLER          PIC X(13) VALUE "       BILLED".
        05 FILLER          PIC X(13) VALUE "  EMP SHARE".
        05 FILLER          PIC X(13) VALUE "    PAYROLL".
        05 FILLER          PIC X(18) VALUE " FLAG".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NAME    PIC X(31).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-PLAN    PIC X(4).
        05 FILLER          PIC X     VALUE "-".
        05 RPT-DET-COV     PIC X.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-HEADS   PIC ZZ9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-EXPECT  PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-BPLAN   PIC X(4).
        05 FILLER          PIC X     VALUE "-".
        05 RPT-DET-BCOV    PIC X.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-BHEADS  PIC ZZ9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-BILLED  PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-EESHARE PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-PAYROLL PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-FLAG    PIC X(17).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(30).
        05 RPT-TOT-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
    01 RPT-COUNT-LINE.
        05 RPT-CNT-LABEL   PIC X(30).
        05 RPT-CNT-COUNT   PIC ZZZZ9.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Fiscal year to reconcile: " WITH NO ADVANCING.
    ACCEPT WS-FY-IN.
    DISPLAY "Period (1-12)           : " WITH NO ADVANCING.
    ACCEPT WS-PERIOD-IN.
    IF WS-PERIOD-IN < 1 OR WS-PERIOD-IN > 12
        DISPLAY "Period must be 1 to 12."
        GOBACK
    END-IF.
    PERFORM FIND-PERIOD-START.
    IF WS-PERIOD-START = ZERO
        DISPLAY "fiscalcal.dat has no such period - nothing to "
            "reconcile."
        GOBACK
    END-IF.

    OPEN INPUT ENROLL-FILE.
    IF WS-ENROLL-STATUS NOT = "00"
        DISPLAY "hmoenrl.dat not found - no one is enrolled."
        GOBACK
    END-IF.
    PERFORM LOAD-INVOICE-TABLE.
    IF WS-INV-COUNT = ZERO
        DISPLAY "Note: hmoinv.dat is missing or empty - every "
            "enrollee will show NOT BILLED."
    END-IF.
    OPEN INPUT PAY-HISTORY.
    IF WS-PAYHIST-STATUS = "00"
        MOVE "Y" TO WS-HIST-OPEN
    END-IF.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS = "00"
        MOVE "Y" TO WS-MASTER-OPEN
    END-IF.

    MOVE "WS-HMO-BILLING" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN OUTPUT REPORT-FILE.
    MOVE "HMO BILLING RECONCILIATION" TO RRG-REPORT-NAME.
    MOVE "hmobill.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "FY" WS-FY-IN " PERIOD " WS-PERIOD-IN
        " VS hmoinv.dat" DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-FY-IN TO RPT-TITLE-FY.
    MOVE WS-PERIOD-IN TO RPT-TITLE-PER.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
        READ ENROLL-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-READ-COUNT
        PERFORM RECONCILE-ONE-ENROLLEE
    END-PERFORM.

*> Whatever the HMO billed that matched no enrollment in force.
    PERFORM VARYING WS-INV-IDX FROM 1 BY 1
            UNTIL WS-INV-IDX > WS-INV-COUNT
        IF WS-INV-MATCHED(WS-INV-IDX) NOT = "Y"
            PERFORM LIST-UNENROLLED-BILLING
        END-IF
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Enrollments in force        :" TO RPT-CNT-LABEL.
    MOVE WS-ENROLLED-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "Lines needing follow-up     :" TO RPT-CNT-LABEL.
    MOVE WS-EXCEPT-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "Premium expected            :" TO RPT-TOT-LABEL.
    MOVE WS-EXPECTED-TOTAL TO RPT-TOT-AMOUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Premium billed by the HMO   :" TO RPT-TOT-LABEL.
    MOVE WS-BILLED-TOTAL TO RPT-TOT-AMOUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Company share (expected)    :" TO RPT-TOT-LABEL.
    MOVE WS-ER-TOTAL TO RPT-TOT-AMOUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Employee share by payroll   :" TO RPT-TOT-LABEL.
    MOVE WS-PAYROLL-TOTAL TO RPT-TOT-AMOUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    CLOSE REPORT-FILE.
    CLOSE ENROLL-FILE.
    IF WS-HIST-OPEN = "Y"
        CLOSE PAY-HISTORY
    END-IF.
    IF WS-MASTER-OPEN = "Y"
        CLOSE EMPLOYEE-MASTER
    END-IF.

    MOVE WS-LISTED-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-LISTED-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "HMO billing reconciliation written to hmobill.rpt - "
        WS-EXCEPT-COUNT " line(s) need follow-up.".
GOBACK.

FIND-PERIOD-START.
    MOVE ZERO TO WS-PERIOD-START.
    OPEN INPUT CALENDAR-FILE.
    IF WS-CALENDAR-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-CALENDAR-STATUS NOT = "00"
        READ CALENDAR-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF CAL-FISCAL-YEAR = WS-FY-IN
                AND CAL-PERIOD = WS-PERIOD-IN
            MOVE CAL-START-DATE TO WS-PERIOD-START
            EXIT PERFORM
        END-IF
    END-PERFORM.
    CLOSE CALENDAR-FILE.

LOAD-INVOICE-TABLE.
    MOVE ZERO TO WS-INV-COUNT.
    OPEN INPUT INVOICE-FILE.
    IF WS-INVOICE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-INVOICE-STATUS = "10"
        READ INVOICE-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-INV-COUNT < 3000
                    ADD 1 TO WS-INV-COUNT
                    MOVE HIV-EMP-ID TO WS-INV-EMP-ID(WS-INV-COUNT)
                    MOVE HIV-PLAN-CODE TO WS-INV-PLAN(WS-INV-COUNT)
                    MOVE HIV-COVERAGE
                        TO WS-INV-COVERAGE(WS-INV-COUNT)
                    MOVE HIV-HEADS TO WS-INV-HEADS(WS-INV-COUNT)
                    MOVE HIV-AMOUNT TO WS-INV-AMOUNT(WS-INV-COUNT)
                    MOVE "N" TO WS-INV-MATCHED(WS-INV-COUNT)
                    ADD HIV-AMOUNT TO WS-BILLED-TOTAL
                END-IF
        END-READ
    END-PERFORM.
    CLOSE INVOICE-FILE.

*> An enrollment not in force on the period's first day is not
*> expected on the invoice; if the HMO bills it anyway it turns up
*> among the NOT ENROLLED lines.
RECONCILE-ONE-ENROLLEE.
    MOVE HME-EMP-ID TO HMP-EMP-ID.
    MOVE WS-PERIOD-START TO HMP-AS-OF-DATE.
    CALL "HMOPREM" USING HMO-PREM-AREA.
    IF HMP-ENROLLED NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-ENROLLED-COUNT.
    ADD HMP-PREMIUM TO WS-EXPECTED-TOTAL.
    ADD HMP-ER-SHARE TO WS-ER-TOTAL.
    COMPUTE WS-HEADS = HMP-DEP-COUNT + 1.
    PERFORM SUM-PAYROLL-TAKEN.
    ADD WS-PAYROLL-TAKEN TO WS-PAYROLL-TOTAL.

    MOVE ZERO TO WS-INV-FOUND.
    PERFORM VARYING WS-INV-IDX FROM 1 BY 1
            UNTIL WS-INV-IDX > WS-INV-COUNT
        IF WS-INV-EMP-ID(WS-INV-IDX) = HME-EMP-ID
                AND WS-INV-MATCHED(WS-INV-IDX) NOT = "Y"
            MOVE WS-INV-IDX TO WS-INV-FOUND
            MOVE "Y" TO WS-INV-MATCHED(WS-INV-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM.

    MOVE HME-EMP-ID TO RPT-DET-ID.
    PERFORM LOOK-UP-NAME.
    MOVE HMP-PLAN-CODE TO RPT-DET-PLAN.
    MOVE HMP-COVERAGE TO RPT-DET-COV.
    MOVE WS-HEADS TO RPT-DET-HEADS.
    MOVE HMP-PREMIUM TO RPT-DET-EXPECT.
    MOVE HMP-EE-SHARE TO RPT-DET-EESHARE.
    MOVE WS-PAYROLL-TAKEN TO RPT-DET-PAYROLL.
    MOVE SPACES TO RPT-DET-FLAG.
    IF WS-INV-FOUND = ZERO
        MOVE SPACES TO RPT-DET-BPLAN RPT-DET-BCOV
        MOVE ZERO TO RPT-DET-BHEADS RPT-DET-BILLED
        MOVE "NOT BILLED" TO RPT-DET-FLAG
    ELSE
        MOVE WS-INV-PLAN(WS-INV-FOUND) TO RPT-DET-BPLAN
        MOVE WS-INV-COVERAGE(WS-INV-FOUND) TO RPT-DET-BCOV
        MOVE WS-INV-HEADS(WS-INV-FOUND) TO RPT-DET-BHEADS
        MOVE WS-INV-AMOUNT(WS-INV-FOUND) TO RPT-DET-BILLED
        EVALUATE TRUE
            WHEN WS-INV-PLAN(WS-INV-FOUND) NOT = HMP-PLAN-CODE
                    OR WS-INV-COVERAGE(WS-INV-FOUND)
                        NOT = HMP-COVERAGE
                MOVE "PLAN DIFFERS" TO RPT-DET-FLAG
            WHEN WS-INV-HEADS(WS-INV-FOUND) NOT = WS-HEADS
                MOVE "HEADCOUNT DIFFERS" TO RPT-DET-FLAG
            WHEN WS-INV-AMOUNT(WS-INV-FOUND) NOT = HMP-PREMIUM
                MOVE "AMOUNT DIFFERS" TO RPT-DET-FLAG
        END-EVALUATE
    END-IF.
    IF RPT-DET-FLAG = SPACES
            AND WS-PAYROLL-TAKEN NOT = HMP-EE-SHARE
        MOVE "PAYROLL DIFFERS" TO RPT-DET-FLAG
    END-IF.
    IF HMP-RATE-FOUND NOT = "Y"
        MOVE "NO PLAN RATE" TO RPT-DET-FLAG
    END-IF.
    IF RPT-DET-FLAG NOT = SPACES
        ADD 1 TO WS-EXCEPT-COUNT
    END-IF.
    ADD 1 TO WS-LISTED-COUNT.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

LIST-UNENROLLED-BILLING.
    MOVE WS-INV-EMP-ID(WS-INV-IDX) TO RPT-DET-ID.
    MOVE WS-INV-EMP-ID(WS-INV-IDX) TO HME-EMP-ID.
    PERFORM LOOK-UP-NAME.
    MOVE SPACES TO RPT-DET-PLAN RPT-DET-COV.
    MOVE ZERO TO RPT-DET-HEADS RPT-DET-EXPECT RPT-DET-EESHARE
        RPT-DET-PAYROLL.
    MOVE WS-INV-PLAN(WS-INV-IDX) TO RPT-DET-BPLAN.
    MOVE WS-INV-COVERAGE(WS-INV-IDX) TO RPT-DET-BCOV.
    MOVE WS-INV-HEADS(WS-INV-IDX) TO RPT-DET-BHEADS.
    MOVE WS-INV-AMOUNT(WS-INV-IDX) TO RPT-DET-BILLED.
    MOVE "NOT ENROLLED" TO RPT-DET-FLAG.
    ADD 1 TO WS-EXCEPT-COUNT.
    ADD 1 TO WS-LISTED-COUNT.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

LOOK-UP-NAME.
    MOVE "** NOT ON MASTER **" TO WS-FULL-NAME.
    IF WS-MASTER-OPEN = "Y"
        MOVE HME-EMP-ID TO EMP-ID
        READ EMPLOYEE-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM FORMAT-EMPLOYEE-NAME
        END-READ
    END-IF.
    MOVE WS-FULL-NAME TO RPT-DET-NAME.

*> Every run of the period that stands counts: the regular run and
*> any off-cycle run. A reversal and the run it negates cancel.
SUM-PAYROLL-TAKEN.
    MOVE ZERO TO WS-PAYROLL-TAKEN.
    IF WS-HIST-OPEN NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-FY-IN TO PH-FISCAL-YEAR.
    MOVE WS-PERIOD-IN TO PH-PERIOD.
    MOVE HME-EMP-ID TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-PAYHIST-STATUS NOT = "00"
        READ PAY-HISTORY NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF PH-FISCAL-YEAR NOT = WS-FY-IN
                OR PH-PERIOD NOT = WS-PERIOD-IN
                OR PH-EMP-ID NOT = HME-EMP-ID
            EXIT PERFORM
        END-IF
        IF NOT PH-IS-REVERSED AND NOT PH-REVERSAL
                AND PH-HMO-DEDUCT IS NUMERIC
            ADD PH-HMO-DEDUCT TO WS-PAYROLL-TAKEN
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-PAYHIST-STATUS.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
