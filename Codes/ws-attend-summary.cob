*>              employee for a chosen month with days present,
*>              late and absent, named from the master - the sheet
*>              payroll applies before the register is cut.
*>              Run from the menu by an operator whose access scope
*>              (operscope.dat) names branches, only employees of
*>              those branches are listed. Output in attdsum.rpt.
*>              Left at 0 the summary covers the payroll cycle last
*>              cut off on the payroll calendar (PAYDATE): the days
*>              after the cut-off before it, through that cut-off.
*>              With no calendar on hand it covers the current
*>              month, as a keyed YYYYMM always does.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-ATTEND-SUMMARY.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-PICK-MONTH        PIC 9(6).
    01 WS-AFTER-DATE        PIC 9(8).
    01 WS-THRU-DATE         PIC 9(8).
    01 WS-RANGE-TEXT        PIC X(40).
    01 WS-READ-COUNT        PIC 9(6) VALUE ZERO.
    01 WS-IDX               PIC 9(4).
    01 WS-FOUND             PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    01 WS-NAME-KNOWN        PIC X.
    COPY RPTREG.
    COPY PAYDATE.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 9(5).

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(29)
            VALUE "ATTENDANCE SUMMARY           ".
        05 RPT-TITLE-RANGE PIC X(40).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(33) VALUE "NAME".
        05 RPT-TOT-LABEL   PIC X(26).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-BRANCH-SCOPE.

    DISPLAY "Summary month (YYYYMM, 0 for the last payroll "
        "cut-off): " WITH NO ADVANCING.
    ACCEPT WS-PICK-MONTH.
    PERFORM SET-SUMMARY-RANGE.

    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
            AT END
                EXIT PERFORM
            NOT AT END
                IF ATT-DATE > WS-AFTER-DATE
                        AND ATT-DATE <= WS-THRU-DATE
                        AND ATT-EMP-ID NUMERIC
                    ADD 1 TO WS-READ-COUNT
                    PERFORM TALLY-ONE-DAY
    MOVE "ATTENDANCE SUMMARY" TO RRG-REPORT-NAME.
    MOVE "attdsum.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE SPACES TO RRG-CRITERIA.
    MOVE WS-RANGE-TEXT TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RANGE-TEXT TO RPT-TITLE-RANGE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Employees summarized    : " TO RPT-TOT-LABEL.
    COMPUTE RPT-TOT-COUNT = WS-EMP-COUNT - WS-SCOPE-OMITTED.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Day records read        : " TO RPT-TOT-LABEL.
    MOVE WS-READ-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    PERFORM WRITE-SCOPE-FOOTER.
    CLOSE REPORT-FILE.
    CLOSE EMPLOYEE-MASTER.

    COMPUTE RRG-RECORD-COUNT = WS-EMP-COUNT - WS-SCOPE-OMITTED.
    CALL "RPTREG" USING RPT-REG-AREA.
    DISPLAY "Attendance summary for "
        FUNCTION TRIM(WS-RANGE-TEXT)
        " written to attdsum.rpt - " WS-EMP-COUNT
        " employee(s).".
GOBACK.

*> The days summarized run after WS-AFTER-DATE through
*> WS-THRU-DATE. A month runs from its day 00 through its day 99,
*> which takes in every real date of the month.
SET-SUMMARY-RANGE.
    MOVE SPACES TO WS-RANGE-TEXT.
    IF WS-PICK-MONTH = ZERO
        SET PDT-LAST-CUTOFF TO TRUE
        MOVE WS-RUN-DATE TO PDT-DATE
        CALL "PAYDATE" USING PAY-DATE-AREA
        IF PDT-FOUND = "Y"
            MOVE PDT-PREV-CUTOFF TO WS-AFTER-DATE
            MOVE PDT-CUTOFF-DATE TO WS-THRU-DATE
            IF WS-AFTER-DATE = ZERO
                MOVE PDT-CUTOFF-DATE TO WS-AFTER-DATE
                MOVE "00" TO WS-AFTER-DATE(7:2)
            END-IF
            STRING "FY" PDT-FISCAL-YEAR " PERIOD " PDT-PERIOD
                " CYCLE " PDT-CYCLE " CUT-OFF " PDT-CUTOFF-DATE
                DELIMITED BY SIZE INTO WS-RANGE-TEXT
            EXIT PARAGRAPH
        END-IF
        MOVE WS-RUN-DATE(1:6) TO WS-PICK-MONTH
    END-IF.
    COMPUTE WS-AFTER-DATE = WS-PICK-MONTH * 100.
    COMPUTE WS-THRU-DATE = WS-PICK-MONTH * 100 + 99.
    STRING "MONTH " WS-PICK-MONTH
        DELIMITED BY SIZE INTO WS-RANGE-TEXT.

TALLY-ONE-DAY.
    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-IDX FROM 1 BY 1
        NOT INVALID KEY
            MOVE "Y" TO WS-NAME-KNOWN
    END-READ.
*> A scoped run cannot place an employee missing from the master
*> in any branch, so that line is left to an unscoped run.
    IF WS-NAME-KNOWN = "Y"
        PERFORM CHECK-EMPLOYEE-SCOPE
    ELSE
        IF BSC-SCOPE-ALL = "Y"
            MOVE "Y" TO BSC-IN-SCOPE
        ELSE
            MOVE "N" TO BSC-IN-SCOPE
        END-IF
    END-IF.
    IF BSC-IN-SCOPE NOT = "Y"
        ADD 1 TO WS-SCOPE-OMITTED
        EXIT PARAGRAPH
    END-IF.
    IF WS-NAME-KNOWN = "Y"
        PERFORM FORMAT-EMPLOYEE-NAME
    END-IF.
    MOVE WS-TBL-ABSENT(WS-IDX) TO RPT-DET-ABSENT.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

*> A menu run carries the operator's branch scope in the sign-on
*> context and lists only those branches; a run started outside
*> the menu (the batch schedule) lists every branch.
RESOLVE-BRANCH-SCOPE.
    MOVE "Y" TO BSC-SCOPE-ALL.
    MOVE "N" TO BSC-LOG-REFUSAL.
    MOVE ZERO TO WS-SCOPE-OMITTED.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO BSC-OPERATOR-ID
            MOVE SGN-SCOPE TO BSC-SCOPE
        END-IF
    END-IF.

CHECK-EMPLOYEE-SCOPE.
    MOVE EMP-ID TO BSC-EMP-ID.
    MOVE EMP-LOCATION TO BSC-BRANCH.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.

WRITE-SCOPE-FOOTER.
    IF BSC-SCOPE-ALL = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "Branch scope of " BSC-OPERATOR-ID " applied - "
        WS-SCOPE-OMITTED " employee(s) outside it omitted."
        DELIMITED BY SIZE INTO REPORT-LINE.
    WRITE REPORT-LINE.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
