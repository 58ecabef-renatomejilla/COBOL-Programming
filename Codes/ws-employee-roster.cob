ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE-MASTER ASSIGN USING WS-MASTER-NAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EMP-ID
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT ASOF-CONTROL ASSIGN TO "empasof.ctl"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-STATUS.

        SELECT REPORT-FILE ASSIGN TO "employee.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD ASOF-CONTROL.
    COPY ASOFCTL.

    FD REPORT-FILE.
    01 REPORT-LINE       PIC X(92).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-MASTER-NAME       PIC X(30).
    01 WS-CONTROL-STATUS    PIC XX.
    01 WS-ASOF-RUN          PIC X.
    COPY FILESTAT.
    COPY RUNLOG.
    COPY RPTREG.
    01 WS-RPT-LINE-COUNT    PIC 999.
    01 WS-RPT-TOTAL         PIC 9(5).
    01 WS-SEPARATED-COUNT   PIC 9(5) VALUE ZERO.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 9(5).

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(26) VALUE "EMPLOYEE ROSTER".
        05 RPT-TITLE-ASOF  PIC X(15) VALUE SPACES.
        05 FILLER          PIC X(6)  VALUE "Page: ".
        05 RPT-PAGE-NO     PIC ZZ9.

        05 FILLER             PIC X(18) VALUE "Total Headcount: ".
        05 RPT-FOOTER-COUNT   PIC ZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    PERFORM CHECK-ASOF-SNAPSHOT.
    PERFORM RESOLVE-BRANCH-SCOPE.
    MOVE "WS-EMP-ROSTER" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        IF WS-EMP-FILE-STATUS = "35"
            DISPLAY FUNCTION TRIM(WS-MASTER-NAME)
                " not found - add employees first using WS-INPUT."
        ELSE
            MOVE WS-EMP-FILE-STATUS TO FST-STATUS
            MOVE WS-MASTER-NAME TO FST-FILE-NAME
            MOVE "OPEN" TO FST-OPERATION
            MOVE "WS-EMP-ROSTER" TO FST-PROGRAM
            CALL "FILESTAT" USING FILE-STAT-AREA
    MOVE "EMPLOYEE ROSTER" TO RRG-REPORT-NAME.
    MOVE "employee.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE "ACTIVE EMPLOYEES, EMP-ID ORDER" TO RRG-CRITERIA.
    IF WS-ASOF-RUN = "Y"
        MOVE SPACES TO RRG-CRITERIA
        STRING "ACTIVE EMPLOYEES AS OF " ASC-ASOF-DATE
            DELIMITED BY SIZE INTO RRG-CRITERIA
    END-IF.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE ZERO TO WS-RPT-PAGE.
    MOVE ZERO TO WS-RPT-TOTAL.
                    ADD 1 TO WS-SEPARATED-COUNT
                    EXIT PERFORM CYCLE
                END-IF
                PERFORM CHECK-EMPLOYEE-SCOPE
                IF BSC-IN-SCOPE NOT = "Y"
                    ADD 1 TO WS-SCOPE-OMITTED
                    EXIT PERFORM CYCLE
                END-IF
                IF WS-RPT-LINE-COUNT >= 50
                    PERFORM WRITE-REPORT-HEADER
                END-IF

    MOVE WS-RPT-TOTAL TO RPT-FOOTER-COUNT.
    WRITE REPORT-LINE FROM RPT-FOOTER-LINE.
    PERFORM WRITE-SCOPE-FOOTER.
    CLOSE EMPLOYEE-MASTER.
    CLOSE REPORT-FILE.

    END-IF
GOBACK.

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

WRITE-REPORT-HEADER.
    ADD 1 TO WS-RPT-PAGE.
    MOVE WS-RPT-PAGE TO RPT-PAGE-NO.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.
    MOVE ZERO TO WS-RPT-LINE-COUNT.

*> While WS-EMP-ASOF has raised the flag on empasof.ctl the roster
*> is printed from the point-in-time snapshot instead of the live
*> master, and says so in its title.
CHECK-ASOF-SNAPSHOT.
    MOVE "employee.dat" TO WS-MASTER-NAME.
    MOVE SPACES TO RPT-TITLE-ASOF.
    MOVE "N" TO WS-ASOF-RUN.
    OPEN INPUT ASOF-CONTROL.
    IF WS-CONTROL-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    READ ASOF-CONTROL
        AT END
            MOVE "N" TO ASC-USE-FLAG
    END-READ.
    CLOSE ASOF-CONTROL.
    IF ASC-ROSTER-ON-ASOF
        MOVE "empasof.dat" TO WS-MASTER-NAME
        MOVE "Y" TO WS-ASOF-RUN
        STRING " AS OF " ASC-ASOF-DATE
            DELIMITED BY SIZE INTO RPT-TITLE-ASOF
    END-IF.
