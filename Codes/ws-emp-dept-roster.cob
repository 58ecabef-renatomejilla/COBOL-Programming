*>              listed per department, a headcount subtotal per
*>              department, a branch total, and a company total.
*>              Separated staff are excluded the way the other
*>              rosters exclude them. Run from the menu by an
*>              operator whose access scope (operscope.dat) names
*>              branches, only those branches print (and no
*>              UNLISTED branch). Output in deptrost.rpt.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-EMP-DEPT-ROSTER.
    01 WS-DEPT-ENTRIES.
        05 WS-DEPT-ENTRY OCCURS 21 TIMES PIC X(10).
    COPY RPTREG.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 99 VALUE ZERO.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
            VALUE "Company total             : ".
        05 RPT-TOT-COUNT   PIC ZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-BRANCH-SCOPE.

    PERFORM LOAD-BRANCH-LIST.
    PERFORM LOAD-DEPT-LIST.
    MOVE "DEPARTMENT ROSTER" TO RRG-REPORT-NAME.
    MOVE "deptrost.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE "ACTIVE STAFF, BRANCH/DEPT SEQUENCE" TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
            UNTIL WS-BRANCH-IDX > WS-BRANCH-LIMIT
        MOVE WS-LOC-ENTRY(WS-BRANCH-IDX) TO WS-CURRENT-BRANCH
        MOVE WS-CURRENT-BRANCH TO BSC-BRANCH
        SET BSC-CHECK TO TRUE
        CALL "BRSCOPE" USING BR-SCOPE-AREA
        IF BSC-IN-SCOPE = "Y"
            PERFORM ROSTER-ONE-BRANCH
        ELSE
            ADD 1 TO WS-SCOPE-OMITTED
        END-IF
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-COMPANY-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE SPACES TO REPORT-LINE
        STRING "Branch scope of " BSC-OPERATOR-ID " applied - "
            WS-SCOPE-OMITTED " branch section(s) omitted."
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    CLOSE REPORT-FILE.

    MOVE WS-COMPANY-COUNT TO RRG-RECORD-COUNT.
        WS-COMPANY-COUNT " employee(s).".
GOBACK.

*> A menu run carries the operator's branch scope in the sign-on
*> context and lists only those branches; a run started outside
*> the menu (the batch schedule) lists every branch.
RESOLVE-BRANCH-SCOPE.
    MOVE "Y" TO BSC-SCOPE-ALL.
    MOVE "N" TO BSC-LOG-REFUSAL.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO BSC-OPERATOR-ID
            MOVE SGN-SCOPE TO BSC-SCOPE
        END-IF
    END-IF.

LOAD-BRANCH-LIST.
    OPEN INPUT BRANCH-FILE.
    IF WS-BRANCH-STATUS = "35"
