*>              counts and percentages per band and per branch, and
*>              lists by name everyone within five years of the
*>              retirement age of 65 so HR can plan succession.
*>              Run from the menu by an operator whose access scope
*>              (operscope.dat) names branches, only employees of
*>              those branches are analyzed and listed.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-EMP-AGEBAND.
        05 RPT-RET-LOC     PIC X(15).
        05 FILLER          PIC X(6)  VALUE "  Age ".
        05 RPT-RET-AGE     PIC ZZ9.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 9(5).

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    PERFORM RESOLVE-BRANCH-SCOPE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    INITIALIZE WS-BAND-COUNTS WS-LOC-BAND-COUNTS.
    MOVE ZERO TO WS-TOTAL-COUNT.
    MOVE "AGE-BAND ANALYSIS" TO RRG-REPORT-NAME.
    MOVE "empage.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE "ALL EMPLOYEES, BAND AND BRANCH" TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-TODAY TO RPT-RUN-DATE.
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM CHECK-EMPLOYEE-SCOPE
                IF BSC-IN-SCOPE NOT = "Y"
                    ADD 1 TO WS-SCOPE-OMITTED
                    EXIT PERFORM CYCLE
                END-IF
                PERFORM TALLY-ONE-EMPLOYEE
        END-READ
    END-PERFORM.
    PERFORM WRITE-BAND-DISTRIBUTION.
    PERFORM WRITE-LOCATION-DISTRIBUTION.
    PERFORM WRITE-RETIREMENT-LIST.
    PERFORM WRITE-SCOPE-FOOTER.
    CLOSE REPORT-FILE.

    MOVE WS-TOTAL-COUNT TO RRG-RECORD-COUNT.
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM CHECK-EMPLOYEE-SCOPE
                IF BSC-IN-SCOPE NOT = "Y"
                    EXIT PERFORM CYCLE
                END-IF
                PERFORM CALCULATE-AGE
                IF WS-AGE >= 60
                    ADD 1 TO WS-NEAR-RETIRE-COUNT
        MOVE "  (none)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

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
