*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Org chart and span-of-control report from the
*>              reporting lines on employee.dat (EMP-SUPERVISOR).
*>              From a starting employee - or, given zero, from
*>              everyone at the top of a line - the people below
*>              are printed depth first, each level indented under
*>              its supervisor with the number of direct reports.
*>              A span-of-control summary follows for the charted
*>              managers, flagging TOO MANY above SPAN-MAX-REPORTS
*>              direct reports (sysparm, default 10) and TOO FEW
*>              below SPAN-MIN-REPORTS (default 2). Last, every
*>              employee still on the books whose supervisor has
*>              separated or is no longer on the master is listed
*>              for reassignment through WS-EMP-MAINT. Separated
*>              employees never appear in the chart. Output in
*>              orgchart.rpt. Run from the menu by an operator
*>              whose access scope (operscope.dat) names branches,
*>              only employees of those branches are charted and
*>              listed - reporting lines still run through the
*>              people left out, so their reports take their place
*>              in the chart - and a starting employee outside the
*>              scope is refused.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-ORG-CHART.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "orgchart.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-START-ID          PIC 9(6).
    COPY EMPIDCHK.
    01 WS-SPAN-MAX          PIC 9(4) VALUE 10.
    01 WS-SPAN-MIN          PIC 9(4) VALUE 2.
    01 WS-I                 PIC 9(5).
    01 WS-K                 PIC 9(5).
    01 WS-LO                PIC 9(5).
    01 WS-HI                PIC 9(5).
    01 WS-MID               PIC 9(5).
    01 WS-FIND-ID           PIC 9(6).
    01 WS-FOUND-IDX         PIC 9(5).
    01 WS-SUPER-IDX         PIC 9(5).
    01 WS-CUR-IDX           PIC 9(5).
    01 WS-CUR-LEVEL         PIC 9(4).
    01 WS-INDENT            PIC 9(4).
    01 WS-STACK-TOP         PIC 9(5) VALUE ZERO.
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-CHARTED-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-MANAGER-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-WIDE-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-NARROW-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-REASSIGN-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-LISTED-COUNT      PIC 9(7) VALUE ZERO.
    01 WS-ORG-COUNT         PIC 9(5) VALUE ZERO.
    01 WS-ORG-TABLE.
        05 WS-ORG-ENTRY OCCURS 5000 TIMES.
            10 WS-ORG-ID        PIC 9(6).
            10 WS-ORG-NAME      PIC X(31).
            10 WS-ORG-DEPT      PIC X(10).
            10 WS-ORG-STATUS    PIC X.
            10 WS-ORG-SUPER     PIC 9(6).
            10 WS-ORG-SEP-DATE  PIC 9(8).
            10 WS-ORG-REPORTS   PIC 9(4).
            10 WS-ORG-PRINTED   PIC X.
            10 WS-ORG-IN-SCOPE  PIC X.
    01 WS-STACK-TABLE.
        05 WS-STACK-ENTRY OCCURS 5000 TIMES.
            10 WS-STACK-IDX     PIC 9(5).
            10 WS-STACK-LEVEL   PIC 9(4).
    01 WS-TREE-ITEM         PIC X(80).
    01 WS-REPORTS-DISP      PIC ZZZ9.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY SYSPARM.
    COPY RUNLOG.
    COPY RPTREG.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 9(5).

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(30) VALUE "ORGANIZATION CHART".
        05 FILLER          PIC X(10) VALUE "Run date: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-SECTION-LINE    PIC X(60).
    01 RPT-TREE-LINE.
        05 RPT-TREE-TEXT   PIC X(132).
    01 RPT-SPAN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(33) VALUE "MANAGER".
        05 FILLER          PIC X(12) VALUE "DEPARTMENT".
        05 FILLER          PIC X(9)  VALUE "  DIRECT".
        05 FILLER          PIC X(10) VALUE " FLAG".
    01 RPT-SPAN-LINE.
        05 RPT-SPN-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-SPN-NAME    PIC X(31).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-SPN-DEPT    PIC X(10).
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-SPN-COUNT   PIC ZZZ9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-SPN-FLAG    PIC X(8).
    01 RPT-REASSIGN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(33) VALUE "EMPLOYEE".
        05 FILLER          PIC X(12) VALUE "DEPARTMENT".
        05 FILLER          PIC X(8)  VALUE "SUPVR".
        05 FILLER          PIC X(33) VALUE "SUPERVISOR".
        05 FILLER          PIC X(14) VALUE "SEPARATED".
    01 RPT-REASSIGN-LINE.
        05 RPT-RSG-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-RSG-NAME    PIC X(31).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-RSG-DEPT    PIC X(10).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-RSG-SUPER   PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-RSG-SNAME   PIC X(31).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-RSG-SEP     PIC X(13).
    01 RPT-COUNT-LINE.
        05 RPT-CNT-LABEL   PIC X(30).
        05 RPT-CNT-COUNT   PIC ZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    PERFORM RESOLVE-BRANCH-SCOPE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Starting employee ID (0 = whole organization): "
        WITH NO ADVANCING.
    ACCEPT WS-START-ID.
    IF WS-START-ID NOT = ZERO
        SET EIC-VALIDATE TO TRUE
        MOVE WS-START-ID TO EIC-EMP-ID
        CALL "EMPIDCHK" USING EMP-ID-CHK-AREA
        IF EIC-VALID NOT = "Y"
            DISPLAY FUNCTION TRIM(EIC-MESSAGE) " - no chart produced."
            GOBACK
        END-IF
    END-IF.

    MOVE "SPAN-MAX-REPORTS" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
            AND SPM-NUMERIC < 10000
        MOVE SPM-NUMERIC TO WS-SPAN-MAX
    END-IF.
    MOVE "SPAN-MIN-REPORTS" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC < 10000
        MOVE SPM-NUMERIC TO WS-SPAN-MIN
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to chart."
        GOBACK
    END-IF.
    PERFORM LOAD-ORG-TABLE.
    CLOSE EMPLOYEE-MASTER.

    IF WS-START-ID NOT = ZERO
        MOVE WS-START-ID TO WS-FIND-ID
        PERFORM FIND-EMP-INDEX
        IF WS-FOUND-IDX = ZERO
            DISPLAY "Employee " WS-START-ID " is not on file."
            GOBACK
        END-IF
        IF WS-ORG-STATUS(WS-FOUND-IDX) = "S"
            DISPLAY "Employee " WS-START-ID " has separated - "
                "start from an active employee."
            GOBACK
        END-IF
        IF WS-ORG-IN-SCOPE(WS-FOUND-IDX) NOT = "Y"
            DISPLAY "Employee " WS-START-ID " is outside your "
                "branch scope - no chart produced."
            GOBACK
        END-IF
    END-IF.

    PERFORM COUNT-DIRECT-REPORTS.

    MOVE "WS-ORG-CHART" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN OUTPUT REPORT-FILE.
    MOVE "ORGANIZATION CHART" TO RRG-REPORT-NAME.
    MOVE "orgchart.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE SPACES TO RRG-CRITERIA.
    IF WS-START-ID = ZERO
        STRING "WHOLE ORGANIZATION, SPAN " WS-SPAN-MIN " TO "
            WS-SPAN-MAX DELIMITED BY SIZE INTO RRG-CRITERIA
    ELSE
        STRING "FROM EMPLOYEE " WS-START-ID ", SPAN " WS-SPAN-MIN
            " TO " WS-SPAN-MAX DELIMITED BY SIZE INTO RRG-CRITERIA
    END-IF.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

    PERFORM PRINT-ORG-CHART.
    PERFORM PRINT-SPAN-SUMMARY.
    PERFORM PRINT-REASSIGNMENTS.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Employees charted           :" TO RPT-CNT-LABEL.
    MOVE WS-CHARTED-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "Managers with direct reports:" TO RPT-CNT-LABEL.
    MOVE WS-MANAGER-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "Spans too wide              :" TO RPT-CNT-LABEL.
    MOVE WS-WIDE-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "Spans too narrow            :" TO RPT-CNT-LABEL.
    MOVE WS-NARROW-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "Awaiting reassignment       :" TO RPT-CNT-LABEL.
    MOVE WS-REASSIGN-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    PERFORM WRITE-SCOPE-FOOTER.
    CLOSE REPORT-FILE.

    MOVE WS-LISTED-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-LISTED-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "Org chart written to orgchart.rpt - "
        WS-CHARTED-COUNT " charted, " WS-REASSIGN-COUNT
        " awaiting reassignment.".
GOBACK.

*> The master is read in EMP-ID order, so the table is in key order
*> and FIND-EMP-INDEX can halve its way to any employee.
LOAD-ORG-TABLE.
    MOVE ZERO TO WS-ORG-COUNT.
    PERFORM UNTIL WS-EMP-FILE-STATUS NOT = "00"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-READ-COUNT
        IF WS-ORG-COUNT < 5000
            ADD 1 TO WS-ORG-COUNT
            MOVE EMP-ID TO WS-ORG-ID(WS-ORG-COUNT)
            PERFORM FORMAT-EMPLOYEE-NAME
            MOVE WS-FULL-NAME TO WS-ORG-NAME(WS-ORG-COUNT)
            MOVE EMP-DEPT TO WS-ORG-DEPT(WS-ORG-COUNT)
            IF EMP-SEPARATED
                MOVE "S" TO WS-ORG-STATUS(WS-ORG-COUNT)
            ELSE
                MOVE "A" TO WS-ORG-STATUS(WS-ORG-COUNT)
            END-IF
            IF EMP-SUPERVISOR IS NUMERIC
                MOVE EMP-SUPERVISOR TO WS-ORG-SUPER(WS-ORG-COUNT)
            ELSE
                MOVE ZERO TO WS-ORG-SUPER(WS-ORG-COUNT)
            END-IF
            MOVE EMP-SEP-DATE TO WS-ORG-SEP-DATE(WS-ORG-COUNT)
            MOVE ZERO TO WS-ORG-REPORTS(WS-ORG-COUNT)
            MOVE "N" TO WS-ORG-PRINTED(WS-ORG-COUNT)
            PERFORM CHECK-EMPLOYEE-SCOPE
            MOVE BSC-IN-SCOPE TO WS-ORG-IN-SCOPE(WS-ORG-COUNT)
            IF BSC-IN-SCOPE NOT = "Y"
                ADD 1 TO WS-SCOPE-OMITTED
            END-IF
        END-IF
    END-PERFORM.

FIND-EMP-INDEX.
    MOVE ZERO TO WS-FOUND-IDX.
    MOVE 1 TO WS-LO.
    MOVE WS-ORG-COUNT TO WS-HI.
    PERFORM UNTIL WS-LO > WS-HI OR WS-FOUND-IDX NOT = ZERO
        COMPUTE WS-MID = (WS-LO + WS-HI) / 2
        EVALUATE TRUE
            WHEN WS-ORG-ID(WS-MID) = WS-FIND-ID
                MOVE WS-MID TO WS-FOUND-IDX
            WHEN WS-ORG-ID(WS-MID) < WS-FIND-ID
                COMPUTE WS-LO = WS-MID + 1
            WHEN OTHER
                IF WS-MID = 1
                    EXIT PERFORM
                END-IF
                COMPUTE WS-HI = WS-MID - 1
        END-EVALUATE
    END-PERFORM.

*> Only people still on the books count toward a manager's span.
COUNT-DIRECT-REPORTS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORG-COUNT
        IF WS-ORG-STATUS(WS-I) NOT = "S"
                AND WS-ORG-SUPER(WS-I) NOT = ZERO
            MOVE WS-ORG-SUPER(WS-I) TO WS-FIND-ID
            PERFORM FIND-EMP-INDEX
            IF WS-FOUND-IDX NOT = ZERO
                IF WS-ORG-STATUS(WS-FOUND-IDX) NOT = "S"
                    ADD 1 TO WS-ORG-REPORTS(WS-FOUND-IDX)
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> Depth first with an explicit stack: pop an employee, print it,
*> then push its direct reports in reverse key order so they come
*> off the stack lowest EMP-ID first. An employee already printed
*> is never pushed again, which also keeps an old loop on file
*> from going round forever. Someone outside the operator's
*> branch scope is passed over unprinted, and their reports are
*> pushed at the level they would have had.
PRINT-ORG-CHART.
    MOVE "REPORTING LINES" TO RPT-SECTION-LINE.
    WRITE REPORT-LINE FROM RPT-SECTION-LINE.
    MOVE ZERO TO WS-STACK-TOP.
    IF WS-START-ID NOT = ZERO
        MOVE WS-START-ID TO WS-FIND-ID
        PERFORM FIND-EMP-INDEX
        MOVE WS-FOUND-IDX TO WS-CUR-IDX
        MOVE ZERO TO WS-CUR-LEVEL
        PERFORM PUSH-EMPLOYEE
    ELSE
        PERFORM VARYING WS-K FROM WS-ORG-COUNT BY -1
                UNTIL WS-K < 1
            IF WS-ORG-STATUS(WS-K) NOT = "S"
                PERFORM CHECK-TOP-OF-LINE
                IF WS-SUPER-IDX = ZERO
                    MOVE WS-K TO WS-CUR-IDX
                    MOVE ZERO TO WS-CUR-LEVEL
                    PERFORM PUSH-EMPLOYEE
                END-IF
            END-IF
        END-PERFORM
    END-IF.
    PERFORM UNTIL WS-STACK-TOP = ZERO
        MOVE WS-STACK-IDX(WS-STACK-TOP) TO WS-CUR-IDX
        MOVE WS-STACK-LEVEL(WS-STACK-TOP) TO WS-CUR-LEVEL
        SUBTRACT 1 FROM WS-STACK-TOP
        IF WS-ORG-PRINTED(WS-CUR-IDX) NOT = "Y"
            IF WS-ORG-IN-SCOPE(WS-CUR-IDX) = "Y"
                PERFORM PRINT-TREE-LINE
                ADD 1 TO WS-CUR-LEVEL
            ELSE
                MOVE "Y" TO WS-ORG-PRINTED(WS-CUR-IDX)
            END-IF
            PERFORM VARYING WS-K FROM WS-ORG-COUNT BY -1
                    UNTIL WS-K < 1
                IF WS-ORG-SUPER(WS-K) = WS-ORG-ID(WS-CUR-IDX)
                        AND WS-ORG-STATUS(WS-K) NOT = "S"
                        AND WS-ORG-PRINTED(WS-K) NOT = "Y"
                    PERFORM PUSH-CHILD
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

*> Someone heads a line when they have no supervisor, or when the
*> supervisor has separated or left the master; the latter also
*> turn up under reassignment.
CHECK-TOP-OF-LINE.
    MOVE ZERO TO WS-SUPER-IDX.
    IF WS-ORG-SUPER(WS-K) NOT = ZERO
        MOVE WS-ORG-SUPER(WS-K) TO WS-FIND-ID
        PERFORM FIND-EMP-INDEX
        IF WS-FOUND-IDX NOT = ZERO
            IF WS-ORG-STATUS(WS-FOUND-IDX) NOT = "S"
                MOVE WS-FOUND-IDX TO WS-SUPER-IDX
            END-IF
        END-IF
    END-IF.

PUSH-CHILD.
    MOVE WS-K TO WS-I.
    IF WS-STACK-TOP < 5000
        ADD 1 TO WS-STACK-TOP
        MOVE WS-I TO WS-STACK-IDX(WS-STACK-TOP)
        MOVE WS-CUR-LEVEL TO WS-STACK-LEVEL(WS-STACK-TOP)
    END-IF.

PUSH-EMPLOYEE.
    IF WS-STACK-TOP < 5000
        ADD 1 TO WS-STACK-TOP
        MOVE WS-CUR-IDX TO WS-STACK-IDX(WS-STACK-TOP)
        MOVE WS-CUR-LEVEL TO WS-STACK-LEVEL(WS-STACK-TOP)
    END-IF.

*> Three columns of indent per level, held to the page width for
*> an unusually deep line.
PRINT-TREE-LINE.
    MOVE "Y" TO WS-ORG-PRINTED(WS-CUR-IDX).
    ADD 1 TO WS-CHARTED-COUNT.
    MOVE WS-ORG-REPORTS(WS-CUR-IDX) TO WS-REPORTS-DISP.
    MOVE SPACES TO WS-TREE-ITEM.
    STRING WS-ORG-ID(WS-CUR-IDX) " " DELIMITED BY SIZE
        WS-ORG-NAME(WS-CUR-IDX) DELIMITED BY "  "
        "  " WS-ORG-DEPT(WS-CUR-IDX) DELIMITED BY SIZE
        INTO WS-TREE-ITEM.
    IF WS-ORG-REPORTS(WS-CUR-IDX) > ZERO
        MOVE SPACES TO WS-TREE-ITEM(61:)
        STRING "(" WS-REPORTS-DISP " direct)" DELIMITED BY SIZE
            INTO WS-TREE-ITEM(61:)
    END-IF.
    IF WS-CUR-LEVEL > 16
        MOVE 16 TO WS-CUR-LEVEL
    END-IF.
    COMPUTE WS-INDENT = WS-CUR-LEVEL * 3 + 1.
    MOVE SPACES TO RPT-TREE-TEXT.
    MOVE WS-TREE-ITEM TO RPT-TREE-TEXT(WS-INDENT:).
    ADD 1 TO WS-LISTED-COUNT.
    WRITE REPORT-LINE FROM RPT-TREE-LINE.

PRINT-SPAN-SUMMARY.
    MOVE "SPAN OF CONTROL" TO RPT-SECTION-LINE.
    WRITE REPORT-LINE FROM RPT-SECTION-LINE.
    WRITE REPORT-LINE FROM RPT-SPAN-HEADING.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORG-COUNT
        IF WS-ORG-PRINTED(WS-I) = "Y"
                AND WS-ORG-IN-SCOPE(WS-I) = "Y"
                AND WS-ORG-REPORTS(WS-I) > ZERO
            ADD 1 TO WS-MANAGER-COUNT
            MOVE WS-ORG-ID(WS-I) TO RPT-SPN-ID
            MOVE WS-ORG-NAME(WS-I) TO RPT-SPN-NAME
            MOVE WS-ORG-DEPT(WS-I) TO RPT-SPN-DEPT
            MOVE WS-ORG-REPORTS(WS-I) TO RPT-SPN-COUNT
            MOVE SPACES TO RPT-SPN-FLAG
            IF WS-ORG-REPORTS(WS-I) > WS-SPAN-MAX
                MOVE "TOO MANY" TO RPT-SPN-FLAG
                ADD 1 TO WS-WIDE-COUNT
            END-IF
            IF WS-ORG-REPORTS(WS-I) < WS-SPAN-MIN
                MOVE "TOO FEW" TO RPT-SPN-FLAG
                ADD 1 TO WS-NARROW-COUNT
            END-IF
            ADD 1 TO WS-LISTED-COUNT
            WRITE REPORT-LINE FROM RPT-SPAN-LINE
        END-IF
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

*> Reassignment covers the whole master whatever the starting
*> point (within the operator's branch scope): a broken line has
*> no place in anyone's chart.
PRINT-REASSIGNMENTS.
    MOVE "TO BE REASSIGNED - SUPERVISOR SEPARATED" TO
        RPT-SECTION-LINE.
    WRITE REPORT-LINE FROM RPT-SECTION-LINE.
    WRITE REPORT-LINE FROM RPT-REASSIGN-HEADING.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORG-COUNT
        IF WS-ORG-STATUS(WS-I) NOT = "S"
                AND WS-ORG-IN-SCOPE(WS-I) = "Y"
                AND WS-ORG-SUPER(WS-I) NOT = ZERO
            MOVE WS-ORG-SUPER(WS-I) TO WS-FIND-ID
            PERFORM FIND-EMP-INDEX
            IF WS-FOUND-IDX = ZERO
                MOVE "** NOT ON MASTER **" TO RPT-RSG-SNAME
                MOVE "NOT ON MASTER" TO RPT-RSG-SEP
                PERFORM WRITE-REASSIGN-LINE
            ELSE
                IF WS-ORG-STATUS(WS-FOUND-IDX) = "S"
                    MOVE WS-ORG-NAME(WS-FOUND-IDX) TO RPT-RSG-SNAME
                    MOVE WS-ORG-SEP-DATE(WS-FOUND-IDX)
                        TO RPT-RSG-SEP
                    PERFORM WRITE-REASSIGN-LINE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

WRITE-REASSIGN-LINE.
    MOVE WS-ORG-ID(WS-I) TO RPT-RSG-ID.
    MOVE WS-ORG-NAME(WS-I) TO RPT-RSG-NAME.
    MOVE WS-ORG-DEPT(WS-I) TO RPT-RSG-DEPT.
    MOVE WS-ORG-SUPER(WS-I) TO RPT-RSG-SUPER.
    ADD 1 TO WS-REASSIGN-COUNT.
    ADD 1 TO WS-LISTED-COUNT.
    WRITE REPORT-LINE FROM RPT-REASSIGN-LINE.

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
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
