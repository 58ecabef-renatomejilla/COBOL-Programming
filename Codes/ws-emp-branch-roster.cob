*>              grand total at the end matching the roster's "Total
*>              Headcount" footer. Employees carrying a location not
*>              on the approved list appear in a final UNLISTED
*>              section so nobody drops off the report. Run from
*>              WS-EMP-ASOF it lists the point-in-time snapshot
*>              empasof.dat instead, titled AS OF the snapshot date.
*>              Run from the menu by an operator whose access scope
*>              (operscope.dat) names branches, only those branch
*>              sections print and the UNLISTED sweep is left out.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-EMP-BRANCH-ROSTER.
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

        SELECT REPORT-FILE ASSIGN TO "empbranch.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD ASOF-CONTROL.
    COPY ASOFCTL.

    FD REPORT-FILE.
    01 REPORT-LINE       PIC X(80).


    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-MASTER-NAME       PIC X(30).
    01 WS-CONTROL-STATUS    PIC XX.
    01 WS-ASOF-RUN          PIC X.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RPT-PAGE          PIC 999.
    01 WS-BRANCH-COUNT      PIC 9(5).
            10 WS-TBL-BURST-CNT  PIC 9(5).
    COPY SYSPARM.
    COPY RPTREG.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 99 VALUE ZERO.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(26) VALUE "EMPLOYEE ROSTER BY BRANCH".
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
*> The bursting option comes from the central parameter
*> BURST-REPORTS, the same switch the payroll register honors.
    MOVE "BURST-REPORTS" TO SPM-NAME.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY FUNCTION TRIM(WS-MASTER-NAME)
            " not found - add employees first using WS-INPUT."
        GOBACK
    END-IF.
    CLOSE EMPLOYEE-MASTER.
    MOVE "ROSTER BY BRANCH" TO RRG-REPORT-NAME.
    MOVE "empbranch.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE "ALL EMPLOYEES, BRANCH SEQUENCE" TO RRG-CRITERIA.
    IF WS-ASOF-RUN = "Y"
        MOVE SPACES TO RRG-CRITERIA
        STRING "ALL EMPLOYEES BY BRANCH AS OF " ASC-ASOF-DATE
            DELIMITED BY SIZE INTO RRG-CRITERIA
    END-IF.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE ZERO TO WS-RPT-PAGE.
    MOVE ZERO TO WS-GRAND-TOTAL.
    PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
            UNTIL WS-BRANCH-IDX > WS-BRANCH-TOTAL
        MOVE WS-LOC-ENTRY(WS-BRANCH-IDX) TO WS-CURRENT-BRANCH
        MOVE WS-CURRENT-BRANCH TO BSC-BRANCH
        SET BSC-CHECK TO TRUE
        CALL "BRSCOPE" USING BR-SCOPE-AREA
        IF BSC-IN-SCOPE = "Y"
            PERFORM LIST-ONE-BRANCH
        ELSE
            ADD 1 TO WS-SCOPE-OMITTED
        END-IF
    END-PERFORM.

    IF BSC-SCOPE-ALL = "Y"
        PERFORM LIST-UNLISTED-BRANCHES
    END-IF.

    MOVE WS-GRAND-TOTAL TO RPT-FOOTER-COUNT.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-FOOTER-LINE.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE SPACES TO REPORT-LINE
        STRING "Branch scope of " BSC-OPERATOR-ID " applied - "
            WS-SCOPE-OMITTED " branch(es) and UNLISTED omitted."
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    CLOSE REPORT-FILE.

    MOVE WS-GRAND-TOTAL TO RRG-RECORD-COUNT.
        WS-GRAND-TOTAL " employee(s) listed.".
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

*> The distribution control listing proves which branch packets
*> were produced, and with how many employees each.
WRITE-DISTRIBUTION-LIST.
    IF WS-BURST-OPEN = "Y"
        WRITE BURST-LINE FROM RPT-DETAIL-LINE
    END-IF.

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
