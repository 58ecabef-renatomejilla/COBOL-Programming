*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Monthly report of attendance corrections by branch,
*>              so a branch or an employee leaning on manual
*>              corrections stands out. Reads the correction queue
*>              attcorr.dat for the attendance days of the month
*>              asked for and lists every correction by branch and
*>              employee - corrected code and times, where it
*>              stands (pending, approved or rejected), who filed
*>              and who decided it, and the reason. An employee
*>              with at least the sysparm CORR-ALERT-EMP
*>              corrections in the month (default 3) is flagged,
*>              as is a branch with at least CORR-ALERT-BRANCH
*>              (default 10). Branch and company totals close the
*>              report (corrrpt.rpt). Run from the menu by an
*>              operator whose access scope (operscope.dat) names
*>              branches, only corrections for employees of those
*>              branches are reported - the employee's branch on
*>              the master, as WS-CORR-APPROVE judges it, or the
*>              branch filed on the correction for someone no
*>              longer there.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-CORR-REPORT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CORRECTION-FILE ASSIGN TO "attcorr.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CORR-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "corrrpt.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        SELECT SORT-FILE ASSIGN TO "corrrpt.tmp".

DATA DIVISION.
    FILE SECTION.
    FD CORRECTION-FILE.
    COPY ATTCORR.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(110).

    SD SORT-FILE.
    01 SORT-RECORD.
        05 SRT-BRANCH       PIC X(15).
        05 SRT-EMP-ID       PIC 9(6).
        05 SRT-DATE         PIC 9(8).
        05 SRT-SEQ          PIC 9(6).
        05 SRT-CODE         PIC X.
        05 SRT-IN           PIC X(4).
        05 SRT-OUT          PIC X(4).
        05 SRT-STATUS       PIC X.
        05 SRT-FILED-BY     PIC X(8).
        05 SRT-DECIDED-BY   PIC X(8).
        05 SRT-REASON       PIC X(30).

    WORKING-STORAGE SECTION.
    01 WS-CORR-STATUS       PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-SORT-EOF          PIC X.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-PICK-MONTH        PIC 9(6).
    01 WS-EMP-ALERT         PIC 9(3) VALUE 3.
    01 WS-BRANCH-ALERT      PIC 9(4) VALUE 10.
    COPY SYSPARM.
    01 WS-READ-COUNT        PIC 9(6) VALUE ZERO.
    01 WS-SELECTED-COUNT    PIC 9(6) VALUE ZERO.

    01 WS-CUR-BRANCH        PIC X(15).
    01 WS-CUR-EMP-ID        PIC 9(6).
    01 WS-FIRST-RECORD      PIC X VALUE "Y".
    01 WS-EMP-CORR          PIC 9(4).
    01 WS-BR-FILED          PIC 9(5).
    01 WS-BR-APPROVED       PIC 9(5).
    01 WS-BR-REJECTED       PIC 9(5).
    01 WS-BR-PENDING        PIC 9(5).
    01 WS-BR-EMPLOYEES      PIC 9(5).
    01 WS-BR-FLAGGED        PIC 9(5).
    01 WS-TOT-FILED         PIC 9(6) VALUE ZERO.
    01 WS-TOT-APPROVED      PIC 9(6) VALUE ZERO.
    01 WS-TOT-REJECTED      PIC 9(6) VALUE ZERO.
    01 WS-TOT-PENDING       PIC 9(6) VALUE ZERO.
    01 WS-TOT-BRANCHES      PIC 9(5) VALUE ZERO.
    01 WS-TOT-BR-FLAGGED    PIC 9(5) VALUE ZERO.
    01 WS-TOT-EMP-FLAGGED   PIC 9(5) VALUE ZERO.

    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY RUNLOG.
    COPY RPTREG.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 9(5).

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(36)
            VALUE "ATTENDANCE CORRECTIONS BY BRANCH  ".
        05 FILLER          PIC X(7)  VALUE "MONTH  ".
        05 RPT-TITLE-MONTH PIC 9(6).
        05 FILLER          PIC X(14) VALUE "   Run date:  ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-BRANCH-LINE.
        05 FILLER          PIC X(8)  VALUE "BRANCH: ".
        05 RPT-BRANCH      PIC X(15).
    01 RPT-COLUMN-LINE.
        05 FILLER          PIC X(55) VALUE
            "  Emp ID Date     Seq    C In   Out  Status   Filed by".
        05 FILLER          PIC X(17) VALUE " Decided  Reason".
    01 RPT-DETAIL-LINE.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-EMP-ID  PIC 9(6).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-DATE    PIC 9(8).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-SEQ     PIC 9(6).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-CODE    PIC X.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-IN      PIC X(4).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-OUT     PIC X(4).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-STATUS  PIC X(8).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-FILED   PIC X(8).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-DECIDED PIC X(8).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-REASON  PIC X(30).
    01 RPT-EMP-TOTAL-LINE.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-EMP-ID      PIC 9(6).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-EMP-NAME    PIC X(31).
        05 FILLER          PIC X(14) VALUE " corrections: ".
        05 RPT-EMP-COUNT   PIC ZZ9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EMP-FLAG    PIC X(14).
    01 RPT-BRANCH-TOTAL-LINE.
        05 FILLER          PIC X(9)  VALUE "  Filed  ".
        05 RPT-BR-FILED    PIC ZZZZ9.
        05 FILLER          PIC X(12) VALUE "  approved  ".
        05 RPT-BR-APPROVED PIC ZZZZ9.
        05 FILLER          PIC X(12) VALUE "  rejected  ".
        05 RPT-BR-REJECTED PIC ZZZZ9.
        05 FILLER          PIC X(11) VALUE "  pending  ".
        05 RPT-BR-PENDING  PIC ZZZZ9.
        05 FILLER          PIC X(13) VALUE "  employees  ".
        05 RPT-BR-EMPLOYEES PIC ZZZZ9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-BR-FLAG     PIC X(20).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(30).
        05 RPT-TOT-COUNT   PIC ZZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN SECTION.
    PERFORM RESOLVE-BRANCH-SCOPE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Attendance month (YYYYMM, 0 for current): "
        WITH NO ADVANCING.
    ACCEPT WS-PICK-MONTH.
    IF WS-PICK-MONTH = ZERO
        MOVE WS-RUN-DATE(1:6) TO WS-PICK-MONTH
    END-IF.

    MOVE "CORR-ALERT-EMP" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
        MOVE SPM-NUMERIC TO WS-EMP-ALERT
    END-IF.
    MOVE "CORR-ALERT-BRANCH" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
        MOVE SPM-NUMERIC TO WS-BRANCH-ALERT
    END-IF.

    OPEN INPUT CORRECTION-FILE.
    IF WS-CORR-STATUS NOT = "00"
        DISPLAY "attcorr.dat not found - no corrections filed."
        GOBACK
    END-IF.
    CLOSE CORRECTION-FILE.
    OPEN INPUT EMPLOYEE-MASTER.

    MOVE "WS-CORR-REPORT" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    SORT SORT-FILE
        ON ASCENDING KEY SRT-BRANCH SRT-EMP-ID SRT-DATE SRT-SEQ
        INPUT PROCEDURE IS FEED-SORT
        OUTPUT PROCEDURE IS PRINT-CORRECTIONS.

    CLOSE EMPLOYEE-MASTER.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-SELECTED-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    MOVE WS-SELECTED-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    DISPLAY "Corrections for " WS-PICK-MONTH " written to "
        "corrrpt.rpt - " WS-SELECTED-COUNT " correction(s), "
        WS-TOT-BR-FLAGGED " branch(es) and " WS-TOT-EMP-FLAGGED
        " employee(s) flagged.".
GOBACK.

FEED-SORT SECTION.
    OPEN INPUT CORRECTION-FILE.
    PERFORM UNTIL WS-CORR-STATUS NOT = "00"
        READ CORRECTION-FILE
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-READ-COUNT
        IF COR-DATE(1:6) = WS-PICK-MONTH
            PERFORM CHECK-CORRECTION-SCOPE
            IF BSC-IN-SCOPE NOT = "Y"
                ADD 1 TO WS-SCOPE-OMITTED
                EXIT PERFORM CYCLE
            END-IF
            ADD 1 TO WS-SELECTED-COUNT
            MOVE COR-BRANCH     TO SRT-BRANCH
            MOVE COR-EMP-ID     TO SRT-EMP-ID
            MOVE COR-DATE       TO SRT-DATE
            MOVE COR-SEQ        TO SRT-SEQ
            MOVE COR-NEW-CODE   TO SRT-CODE
            MOVE COR-NEW-IN     TO SRT-IN
            MOVE COR-NEW-OUT    TO SRT-OUT
            MOVE COR-STATUS     TO SRT-STATUS
            MOVE COR-FILED-BY   TO SRT-FILED-BY
            MOVE COR-DECIDED-BY TO SRT-DECIDED-BY
            MOVE COR-REASON     TO SRT-REASON
            RELEASE SORT-RECORD
        END-IF
    END-PERFORM.
    CLOSE CORRECTION-FILE.

PRINT-CORRECTIONS SECTION.
    OPEN OUTPUT REPORT-FILE.
    MOVE "ATTENDANCE CORRECTIONS" TO RRG-REPORT-NAME.
    MOVE "corrrpt.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "MONTH " WS-PICK-MONTH
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-PICK-MONTH TO RPT-TITLE-MONTH.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

    MOVE "N" TO WS-SORT-EOF.
    PERFORM UNTIL WS-SORT-EOF = "Y"
        RETURN SORT-FILE
            AT END
                MOVE "Y" TO WS-SORT-EOF
            NOT AT END
                IF WS-FIRST-RECORD = "Y"
                    PERFORM START-BRANCH
                    PERFORM START-EMPLOYEE
                    MOVE "N" TO WS-FIRST-RECORD
                ELSE
                    IF SRT-BRANCH NOT = WS-CUR-BRANCH
                        PERFORM FINISH-EMPLOYEE
                        PERFORM FINISH-BRANCH
                        PERFORM START-BRANCH
                        PERFORM START-EMPLOYEE
                    ELSE
                        IF SRT-EMP-ID NOT = WS-CUR-EMP-ID
                            PERFORM FINISH-EMPLOYEE
                            PERFORM START-EMPLOYEE
                        END-IF
                    END-IF
                END-IF
                PERFORM PRINT-ONE-CORRECTION
        END-RETURN
    END-PERFORM.
    IF WS-FIRST-RECORD = "N"
        PERFORM FINISH-EMPLOYEE
        PERFORM FINISH-BRANCH
    END-IF.
    PERFORM WRITE-COMPANY-TOTALS.
    PERFORM WRITE-SCOPE-FOOTER.
    CLOSE REPORT-FILE.

REPORT-ROUTINES SECTION.
START-BRANCH.
    MOVE SRT-BRANCH TO WS-CUR-BRANCH.
    ADD 1 TO WS-TOT-BRANCHES.
    MOVE ZERO TO WS-BR-FILED WS-BR-APPROVED WS-BR-REJECTED
        WS-BR-PENDING WS-BR-EMPLOYEES WS-BR-FLAGGED.
    MOVE SRT-BRANCH TO RPT-BRANCH.
    IF SRT-BRANCH = SPACES
        MOVE "(NONE)" TO RPT-BRANCH
    END-IF.
    WRITE REPORT-LINE FROM RPT-BRANCH-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-LINE.

START-EMPLOYEE.
    MOVE SRT-EMP-ID TO WS-CUR-EMP-ID.
    MOVE ZERO TO WS-EMP-CORR.
    ADD 1 TO WS-BR-EMPLOYEES.

PRINT-ONE-CORRECTION.
    ADD 1 TO WS-EMP-CORR.
    ADD 1 TO WS-BR-FILED.
    EVALUATE SRT-STATUS
        WHEN "A"
            ADD 1 TO WS-BR-APPROVED
            MOVE "APPROVED" TO RPT-DET-STATUS
        WHEN "R"
            ADD 1 TO WS-BR-REJECTED
            MOVE "REJECTED" TO RPT-DET-STATUS
        WHEN OTHER
            ADD 1 TO WS-BR-PENDING
            MOVE "PENDING" TO RPT-DET-STATUS
    END-EVALUATE.
    MOVE SRT-EMP-ID TO RPT-DET-EMP-ID.
    MOVE SRT-DATE TO RPT-DET-DATE.
    MOVE SRT-SEQ TO RPT-DET-SEQ.
    MOVE SRT-CODE TO RPT-DET-CODE.
    MOVE SRT-IN TO RPT-DET-IN.
    MOVE SRT-OUT TO RPT-DET-OUT.
    MOVE SRT-FILED-BY TO RPT-DET-FILED.
    MOVE SRT-DECIDED-BY TO RPT-DET-DECIDED.
    MOVE SRT-REASON TO RPT-DET-REASON.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

*> Only an employee at or past the alert level gets a line of
*> their own; the rest are visible in the detail.
FINISH-EMPLOYEE.
    IF WS-EMP-CORR < WS-EMP-ALERT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-BR-FLAGGED.
    ADD 1 TO WS-TOT-EMP-FLAGGED.
    MOVE WS-CUR-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "** NOT ON MASTER **" TO WS-FULL-NAME
        NOT INVALID KEY
            PERFORM FORMAT-EMPLOYEE-NAME
    END-READ.
    MOVE WS-CUR-EMP-ID TO RPT-EMP-ID.
    MOVE WS-FULL-NAME TO RPT-EMP-NAME.
    MOVE WS-EMP-CORR TO RPT-EMP-COUNT.
    MOVE "** EXCESSIVE" TO RPT-EMP-FLAG.
    WRITE REPORT-LINE FROM RPT-EMP-TOTAL-LINE.

FINISH-BRANCH.
    MOVE WS-BR-FILED TO RPT-BR-FILED.
    MOVE WS-BR-APPROVED TO RPT-BR-APPROVED.
    MOVE WS-BR-REJECTED TO RPT-BR-REJECTED.
    MOVE WS-BR-PENDING TO RPT-BR-PENDING.
    MOVE WS-BR-EMPLOYEES TO RPT-BR-EMPLOYEES.
    MOVE SPACES TO RPT-BR-FLAG.
    IF WS-BR-FILED >= WS-BRANCH-ALERT
        MOVE "** HIGH FOR BRANCH" TO RPT-BR-FLAG
        ADD 1 TO WS-TOT-BR-FLAGGED
    END-IF.
    WRITE REPORT-LINE FROM RPT-BRANCH-TOTAL-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    ADD WS-BR-FILED TO WS-TOT-FILED.
    ADD WS-BR-APPROVED TO WS-TOT-APPROVED.
    ADD WS-BR-REJECTED TO WS-TOT-REJECTED.
    ADD WS-BR-PENDING TO WS-TOT-PENDING.

WRITE-COMPANY-TOTALS.
    MOVE "Branches with corrections   : " TO RPT-TOT-LABEL.
    MOVE WS-TOT-BRANCHES TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Corrections filed           : " TO RPT-TOT-LABEL.
    MOVE WS-TOT-FILED TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "  approved                  : " TO RPT-TOT-LABEL.
    MOVE WS-TOT-APPROVED TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "  rejected                  : " TO RPT-TOT-LABEL.
    MOVE WS-TOT-REJECTED TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "  pending                   : " TO RPT-TOT-LABEL.
    MOVE WS-TOT-PENDING TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Branches flagged            : " TO RPT-TOT-LABEL.
    MOVE WS-TOT-BR-FLAGGED TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Employees flagged           : " TO RPT-TOT-LABEL.
    MOVE WS-TOT-EMP-FLAGGED TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.

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

CHECK-CORRECTION-SCOPE.
    MOVE COR-BRANCH TO BSC-BRANCH.
    MOVE COR-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE EMP-LOCATION TO BSC-BRANCH
    END-READ.
    MOVE COR-EMP-ID TO BSC-EMP-ID.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.

WRITE-SCOPE-FOOTER.
    IF BSC-SCOPE-ALL = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "Branch scope of " BSC-OPERATOR-ID " applied - "
        WS-SCOPE-OMITTED " correction(s) outside it omitted."
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
