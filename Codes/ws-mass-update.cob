*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Criteria-driven mass change of employee.dat, for a
*>              renamed department or a branch moving onto a new
*>              grade structure that used to mean hundreds of
*>              WS-EMP-MAINT sessions. Driven by massupd.dat (see
*>              MASSUPD): SEL lines pick employees by branch,
*>              department, grade, status and hire-date range, SET
*>              lines give the new branch, department or grade.
*>              Every new value is validated first - BRANCHVAL,
*>              DEPTVAL and grades.dat - and one bad value stops the
*>              run with nothing changed. Trial mode lists every
*>              affected employee with old and new values
*>              (massupd.rpt) and changes nothing. Apply mode takes
*>              a batch number, locks each record through RECLOCK
*>              (a record in use is listed and skipped), rewrites
*>              it and writes the before-image to emphist.dat and
*>              the after-image to the journal under the batch
*>              reference MUnnnnnn, keeping both images on
*>              massbat.dat (see MASSBAT). Reverse mode puts a
*>              whole batch back as a unit: every record must still
*>              be exactly as the batch left it and free to lock,
*>              or nothing is reversed. Salaries outside a new
*>              grade's band are flagged either way.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-MASS-UPDATE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT PARM-FILE ASSIGN TO "massupd.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

        SELECT BATCH-FILE ASSIGN TO "massbat.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MBT-KEY
            FILE STATUS IS WS-BATCH-STATUS.

        SELECT GRADE-FILE ASSIGN TO "grades.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GRADE-STATUS.

        SELECT HISTORY-FILE ASSIGN TO "emphist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT REPORT-FILE ASSIGN TO "massupd.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD PARM-FILE.
    COPY MASSUPD.

    FD BATCH-FILE.
    COPY MASSBAT.

    FD GRADE-FILE.
    COPY GRADEREC.

    FD HISTORY-FILE.
    COPY EMPHIST.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(110).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    COPY FILESTAT.
    COPY JOURNAL.
    COPY RECLOCK.
    COPY DATESRV.
    01 WS-PARM-STATUS       PIC XX.
    01 WS-BATCH-STATUS      PIC XX.
    01 WS-GRADE-STATUS      PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-RUN-TIMESTAMP     PIC X(14).
    01 WS-MODE              PIC X.
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-BATCH-NUMBER      PIC 9(6) VALUE ZERO.
    01 WS-BATCH-IN          PIC 9(6).
    01 WS-BATCH-REF.
        05 FILLER           PIC XX VALUE "MU".
        05 WS-BATCH-REF-NUM PIC 9(6).
    01 WS-PRIOR-IMAGE       PIC X(120).
    01 WS-BEFORE-IMAGE      PIC X(116).
    01 WS-PARM-OK           PIC X.
    01 WS-PARM-FIELD        PIC X(7).
    01 WS-SEL-BRANCH        PIC X(15) VALUE SPACES.
    01 WS-SEL-DEPT          PIC X(10) VALUE SPACES.
    01 WS-SEL-GRADE         PIC X(2)  VALUE SPACES.
    01 WS-SEL-STATUS        PIC X     VALUE SPACE.
    01 WS-SEL-HIRED         PIC X     VALUE "N".
    01 WS-SEL-HIRED-FROM    PIC 9(8)  VALUE ZERO.
    01 WS-SEL-HIRED-TO      PIC 9(8)  VALUE ZERO.
    01 WS-SET-BRANCH        PIC X(15) VALUE SPACES.
    01 WS-SET-DEPT          PIC X(10) VALUE SPACES.
    01 WS-SET-GRADE         PIC X(2)  VALUE SPACES.
    01 WS-SET-COUNT         PIC 9     VALUE ZERO.
    01 WS-CRITERIA-TEXT     PIC X(40) VALUE SPACES.
    01 WS-CRITERIA-PTR      PIC 9(3).
    01 WS-BRANCH-IN         PIC X(15).
    01 WS-DEPT-IN           PIC X(10).
    01 WS-LOC-FOUND         PIC X.
    01 WS-DEPT-FOUND        PIC X.
    01 WS-EMP-SELECTED      PIC X.
    01 WS-EMP-HIRED-YMD     PIC 9(8).
    01 WS-CHANGE-NEEDED     PIC X.
    01 WS-BAND-FLAG         PIC X.
    01 WS-GRD-COUNT         PIC 99 VALUE ZERO.
    01 WS-GRD-IDX           PIC 99.
    01 WS-GRD-FOUND         PIC 99.
    01 WS-GRD-TABLE.
        05 WS-GRD-ENTRY OCCURS 50 TIMES.
            10 WS-TBL-CODE  PIC X(2).
            10 WS-TBL-MIN   PIC 9(7)V99.
            10 WS-TBL-MAX   PIC 9(7)V99.
    01 WS-READ-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-SELECTED-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-CHANGED-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-UNCHANGED-COUNT   PIC 9(5) VALUE ZERO.
    01 WS-LOCKED-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-BAND-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-BATCH-REC-COUNT   PIC 9(5) VALUE ZERO.
    01 WS-CONFLICT-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-REVERSED-COUNT    PIC 9(5) VALUE ZERO.
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(22)
            VALUE "EMPLOYEE MASS UPDATE (".
        05 RPT-MODE        PIC X(7).
        05 FILLER          PIC X(10) VALUE ")  Batch: ".
        05 RPT-BATCH-REF   PIC X(10).
        05 FILLER          PIC X(10) VALUE "Run date: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-CRITERIA-LINE.
        05 FILLER          PIC X(12) VALUE "Selection : ".
        05 RPT-CRITERIA    PIC X(90).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(32) VALUE "NAME".
        05 FILLER          PIC X(8)  VALUE "FIELD".
        05 FILLER          PIC X(16) VALUE "OLD VALUE".
        05 FILLER          PIC X(16) VALUE "NEW VALUE".
        05 FILLER          PIC X(24) VALUE "FLAG".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NAME    PIC X(15).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-SURNAME PIC X(15).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-FIELD   PIC X(7).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-OLD     PIC X(15).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-NEW     PIC X(15).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-FLAG    PIC X(28).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(28).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
    PERFORM RESOLVE-OPERATOR-ID.

    DISPLAY "Trial (report only), Apply or Reverse a batch? "
        "(T/A/R): " WITH NO ADVANCING.
    ACCEPT WS-MODE.
    MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
    IF WS-MODE NOT = "T" AND WS-MODE NOT = "A"
            AND WS-MODE NOT = "R"
        DISPLAY "Mode must be T, A or R."
        GOBACK
    END-IF.

    IF WS-MODE = "R"
        PERFORM REVERSE-BATCH
        GOBACK
    END-IF.

    PERFORM LOAD-GRADE-TABLE.
    PERFORM LOAD-PARAMETERS.
    IF WS-PARM-OK NOT = "Y"
        DISPLAY "massupd.dat failed validation - run stopped, "
            "employee.dat untouched."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE "WS-MASS-UPDATE" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    IF WS-MODE = "A"
        PERFORM OPEN-BATCH-FILE
        PERFORM ASSIGN-BATCH-NUMBER
        OPEN I-O EMPLOYEE-MASTER
        OPEN EXTEND HISTORY-FILE
        IF WS-HISTORY-STATUS = "35"
            OPEN OUTPUT HISTORY-FILE
        END-IF
    ELSE
        OPEN INPUT EMPLOYEE-MASTER
    END-IF.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to update."
        GOBACK
    END-IF.

    OPEN OUTPUT REPORT-FILE.
    MOVE "EMPLOYEE MASS UPDATE" TO RRG-REPORT-NAME.
    MOVE "massupd.rpt" TO RRG-FILE-NAME.
    MOVE WS-OPERATOR-ID TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "MODE " WS-MODE ", " WS-CRITERIA-TEXT
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    IF WS-MODE = "A"
        MOVE "APPLY" TO RPT-MODE
        MOVE WS-BATCH-REF TO RPT-BATCH-REF
    ELSE
        MOVE "TRIAL" TO RPT-MODE
        MOVE "(NONE)" TO RPT-BATCH-REF
    END-IF.
    PERFORM WRITE-REPORT-HEADINGS.

    PERFORM UNTIL WS-EMP-FILE-STATUS NOT = "00"
            AND WS-EMP-FILE-STATUS NOT = "02"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM CHECK-SELECTION
                IF WS-EMP-SELECTED = "Y"
                    ADD 1 TO WS-SELECTED-COUNT
                    PERFORM UPDATE-ONE-EMPLOYEE
                END-IF
        END-READ
    END-PERFORM.

    PERFORM WRITE-UPDATE-TOTALS.

    CLOSE EMPLOYEE-MASTER.
    IF WS-MODE = "A"
        CLOSE HISTORY-FILE
        CLOSE BATCH-FILE
    END-IF.
    CLOSE REPORT-FILE.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-CHANGED-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    MOVE WS-SELECTED-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    IF WS-MODE = "A"
        DISPLAY "Batch " WS-BATCH-REF " APPLIED - "
            WS-CHANGED-COUNT " employee(s) changed."
        IF WS-LOCKED-COUNT > ZERO
            DISPLAY "  " WS-LOCKED-COUNT " record(s) in use were "
                "skipped - rerun for them once released."
        END-IF
    ELSE
        DISPLAY "Trial list only - employee.dat untouched."
    END-IF.
    DISPLAY "  Selected        : " WS-SELECTED-COUNT.
    DISPLAY "  Outside new band: " WS-BAND-COUNT.
    DISPLAY "List written to massupd.rpt.".
GOBACK.

*> A menu session arrives with the verified identity in the
*> sign-on context; only a standalone start still prompts.
RESOLVE-OPERATOR-ID.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE SPACES TO WS-OPERATOR-ID.
    PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
        DISPLAY "Operator ID: " WITH NO ADVANCING
        ACCEPT WS-OPERATOR-ID
    END-PERFORM.
    MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID.

LOAD-GRADE-TABLE.
    MOVE ZERO TO WS-GRD-COUNT.
    OPEN INPUT GRADE-FILE.
    IF WS-GRADE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-GRADE-STATUS = "10"
        READ GRADE-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-GRD-COUNT < 50
                    ADD 1 TO WS-GRD-COUNT
                    MOVE GRD-CODE TO WS-TBL-CODE(WS-GRD-COUNT)
                    MOVE GRD-MIN TO WS-TBL-MIN(WS-GRD-COUNT)
                    MOVE GRD-MAX TO WS-TBL-MAX(WS-GRD-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE GRADE-FILE.

*> The whole parameter file is validated before anything moves:
*> every new value must pass BRANCHVAL, DEPTVAL or grades.dat.
LOAD-PARAMETERS.
    MOVE "Y" TO WS-PARM-OK.
    OPEN INPUT PARM-FILE.
    IF WS-PARM-STATUS NOT = "00"
        DISPLAY "massupd.dat not found - prepare the selection "
            "and SET lines first."
        MOVE "N" TO WS-PARM-OK
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-PARM-STATUS = "10"
        READ PARM-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF MASS-UPDATE-PARM NOT = SPACES
                        AND MUP-TYPE(1:1) NOT = "*"
                    PERFORM POST-ONE-PARAMETER
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PARM-FILE.
    IF WS-SET-COUNT = ZERO
        DISPLAY "massupd.dat has no SET line - nothing to change."
        MOVE "N" TO WS-PARM-OK
    END-IF.
    PERFORM BUILD-CRITERIA-TEXT.

POST-ONE-PARAMETER.
    MOVE FUNCTION UPPER-CASE(MUP-TYPE) TO MUP-TYPE.
    MOVE FUNCTION UPPER-CASE(MUP-FIELD) TO WS-PARM-FIELD.
    EVALUATE TRUE
        WHEN MUP-SELECT
            PERFORM POST-SELECTION
        WHEN MUP-CHANGE
            PERFORM POST-CHANGE
        WHEN OTHER
            DISPLAY "Line type " MUP-TYPE " not known - use SEL "
                "or SET."
            MOVE "N" TO WS-PARM-OK
    END-EVALUATE.

POST-SELECTION.
    EVALUATE WS-PARM-FIELD
        WHEN "BRANCH"
            MOVE FUNCTION UPPER-CASE(MUP-VALUE) TO WS-SEL-BRANCH
        WHEN "DEPT"
            MOVE FUNCTION UPPER-CASE(MUP-VALUE) TO WS-SEL-DEPT
        WHEN "GRADE"
            MOVE FUNCTION UPPER-CASE(MUP-VALUE) TO WS-SEL-GRADE
        WHEN "STATUS"
            MOVE FUNCTION UPPER-CASE(MUP-VALUE) TO WS-SEL-STATUS
            IF WS-SEL-STATUS NOT = "A" AND WS-SEL-STATUS NOT = "L"
                    AND WS-SEL-STATUS NOT = "S"
                DISPLAY "SEL STATUS " MUP-VALUE
                    ": must be A, L or S."
                MOVE "N" TO WS-PARM-OK
            END-IF
        WHEN "HIRED"
            PERFORM POST-HIRE-RANGE
        WHEN OTHER
            DISPLAY "SEL " MUP-FIELD ": not a selection field."
            MOVE "N" TO WS-PARM-OK
    END-EVALUATE.

POST-HIRE-RANGE.
    IF MUP-VALUE(1:8) NOT NUMERIC OR MUP-VALUE-TO(1:8) NOT NUMERIC
        DISPLAY "SEL HIRED needs two dates, YYYYMMDD YYYYMMDD."
        MOVE "N" TO WS-PARM-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE MUP-VALUE(1:8) TO WS-SEL-HIRED-FROM.
    MOVE MUP-VALUE-TO(1:8) TO WS-SEL-HIRED-TO.
    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-SEL-HIRED-FROM TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y"
        DISPLAY "SEL HIRED " WS-SEL-HIRED-FROM ": not a valid date."
        MOVE "N" TO WS-PARM-OK
        EXIT PARAGRAPH
    END-IF.
    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-SEL-HIRED-TO TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y"
        DISPLAY "SEL HIRED " WS-SEL-HIRED-TO ": not a valid date."
        MOVE "N" TO WS-PARM-OK
        EXIT PARAGRAPH
    END-IF.
    IF WS-SEL-HIRED-TO < WS-SEL-HIRED-FROM
        DISPLAY "SEL HIRED: the range ends before it starts."
        MOVE "N" TO WS-PARM-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-SEL-HIRED.

POST-CHANGE.
    EVALUATE WS-PARM-FIELD
        WHEN "BRANCH"
            MOVE FUNCTION UPPER-CASE(MUP-VALUE) TO WS-BRANCH-IN
            CALL "BRANCHVAL" USING WS-BRANCH-IN WS-LOC-FOUND
            IF WS-LOC-FOUND NOT = "Y"
                DISPLAY "SET BRANCH " MUP-VALUE
                    ": not an approved branch."
                MOVE "N" TO WS-PARM-OK
                EXIT PARAGRAPH
            END-IF
            IF WS-SET-BRANCH NOT = SPACES
                DISPLAY "SET BRANCH given more than once."
                MOVE "N" TO WS-PARM-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-BRANCH-IN TO WS-SET-BRANCH
        WHEN "DEPT"
            MOVE FUNCTION UPPER-CASE(MUP-VALUE) TO WS-DEPT-IN
            CALL "DEPTVAL" USING WS-DEPT-IN WS-DEPT-FOUND
            IF WS-DEPT-FOUND NOT = "Y"
                DISPLAY "SET DEPT " MUP-VALUE
                    ": not an active department."
                MOVE "N" TO WS-PARM-OK
                EXIT PARAGRAPH
            END-IF
            IF WS-SET-DEPT NOT = SPACES
                DISPLAY "SET DEPT given more than once."
                MOVE "N" TO WS-PARM-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DEPT-IN TO WS-SET-DEPT
        WHEN "GRADE"
            MOVE ZERO TO WS-GRD-FOUND
            PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                    UNTIL WS-GRD-IDX > WS-GRD-COUNT
                IF WS-TBL-CODE(WS-GRD-IDX) =
                        FUNCTION UPPER-CASE(MUP-VALUE(1:2))
                    MOVE WS-GRD-IDX TO WS-GRD-FOUND
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-GRD-FOUND = ZERO OR MUP-VALUE(3:) NOT = SPACES
                DISPLAY "SET GRADE " MUP-VALUE
                    ": not on grades.dat."
                MOVE "N" TO WS-PARM-OK
                EXIT PARAGRAPH
            END-IF
            IF WS-SET-GRADE NOT = SPACES
                DISPLAY "SET GRADE given more than once."
                MOVE "N" TO WS-PARM-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-TBL-CODE(WS-GRD-FOUND) TO WS-SET-GRADE
        WHEN OTHER
            DISPLAY "SET " MUP-FIELD ": only BRANCH, DEPT and "
                "GRADE can be mass-changed."
            MOVE "N" TO WS-PARM-OK
            EXIT PARAGRAPH
    END-EVALUATE.
    ADD 1 TO WS-SET-COUNT.

BUILD-CRITERIA-TEXT.
    MOVE SPACES TO RPT-CRITERIA.
    MOVE SPACES TO WS-CRITERIA-TEXT.
    STRING "BR=" FUNCTION TRIM(WS-SEL-BRANCH)
        " DP=" FUNCTION TRIM(WS-SEL-DEPT)
        " GR=" WS-SEL-GRADE
        " ST=" WS-SEL-STATUS
        DELIMITED BY SIZE INTO WS-CRITERIA-TEXT.
    MOVE 1 TO WS-CRITERIA-PTR.
    STRING "BRANCH " WS-SEL-BRANCH " DEPT " WS-SEL-DEPT
        " GRADE " WS-SEL-GRADE " STATUS " WS-SEL-STATUS
        DELIMITED BY SIZE INTO RPT-CRITERIA
        WITH POINTER WS-CRITERIA-PTR.
    IF WS-SEL-HIRED = "Y"
        STRING " HIRED " WS-SEL-HIRED-FROM "-" WS-SEL-HIRED-TO
            DELIMITED BY SIZE INTO RPT-CRITERIA
            WITH POINTER WS-CRITERIA-PTR
    END-IF.

*> Every SEL line must match. Without SEL STATUS separated
*> employees are left alone.
CHECK-SELECTION.
    MOVE "N" TO WS-EMP-SELECTED.
    IF WS-SEL-BRANCH NOT = SPACES
            AND FUNCTION UPPER-CASE(EMP-LOCATION) NOT = WS-SEL-BRANCH
        EXIT PARAGRAPH
    END-IF.
    IF WS-SEL-DEPT NOT = SPACES
            AND FUNCTION UPPER-CASE(EMP-DEPT) NOT = WS-SEL-DEPT
        EXIT PARAGRAPH
    END-IF.
    IF WS-SEL-GRADE NOT = SPACES AND EMP-GRADE NOT = WS-SEL-GRADE
        EXIT PARAGRAPH
    END-IF.
    EVALUATE WS-SEL-STATUS
        WHEN SPACE
            IF EMP-SEPARATED
                EXIT PARAGRAPH
            END-IF
        WHEN "A"
            IF NOT EMP-ACTIVE
                EXIT PARAGRAPH
            END-IF
        WHEN "L"
            IF NOT EMP-ON-LEAVE
                EXIT PARAGRAPH
            END-IF
        WHEN "S"
            IF NOT EMP-SEPARATED
                EXIT PARAGRAPH
            END-IF
    END-EVALUATE.
    IF WS-SEL-HIRED = "Y"
        COMPUTE WS-EMP-HIRED-YMD = EMP-HIRE-YY * 10000
            + EMP-HIRE-MM * 100 + EMP-HIRE-DD
        IF WS-EMP-HIRED-YMD < WS-SEL-HIRED-FROM
                OR WS-EMP-HIRED-YMD > WS-SEL-HIRED-TO
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE "Y" TO WS-EMP-SELECTED.

*> In apply mode the record is locked and read again under the
*> lock, so a change made since the sequential read is neither
*> lost nor overwritten with a stale image.
UPDATE-ONE-EMPLOYEE.
    MOVE EMP-ID TO RPT-DET-ID.
    MOVE EMP-NAME TO RPT-DET-NAME.
    MOVE EMP-SURNAME TO RPT-DET-SURNAME.

    IF WS-MODE = "A"
        SET LCK-ACQUIRE TO TRUE
        MOVE "employee.dat" TO LCK-FILE-ID
        MOVE EMP-ID TO LCK-KEY
        MOVE WS-BATCH-REF TO LCK-OPERATOR
        CALL "RECLOCK" USING REC-LOCK-AREA
        IF LCK-GRANTED NOT = "Y"
            ADD 1 TO WS-LOCKED-COUNT
            MOVE SPACES TO RPT-DET-FIELD RPT-DET-OLD RPT-DET-NEW
            MOVE SPACES TO RPT-DET-FLAG
            STRING "** IN USE BY " LCK-HOLDER " - SKIPPED"
                DELIMITED BY SIZE INTO RPT-DET-FLAG
            WRITE REPORT-LINE FROM RPT-DETAIL-LINE
            EXIT PARAGRAPH
        END-IF
        READ EMPLOYEE-MASTER
            INVALID KEY
                MOVE "23" TO WS-EMP-FILE-STATUS
        END-READ
        IF WS-EMP-FILE-STATUS NOT = "00"
            PERFORM RELEASE-EMPLOYEE-LOCK
            MOVE "00" TO WS-EMP-FILE-STATUS
            EXIT PARAGRAPH
        END-IF
        PERFORM CHECK-SELECTION
        IF WS-EMP-SELECTED NOT = "Y"
            PERFORM RELEASE-EMPLOYEE-LOCK
            SUBTRACT 1 FROM WS-SELECTED-COUNT
            EXIT PARAGRAPH
        END-IF
    END-IF.

    MOVE "N" TO WS-CHANGE-NEEDED.
    IF WS-SET-BRANCH NOT = SPACES AND EMP-LOCATION NOT = WS-SET-BRANCH
        MOVE "Y" TO WS-CHANGE-NEEDED
    END-IF.
    IF WS-SET-DEPT NOT = SPACES AND EMP-DEPT NOT = WS-SET-DEPT
        MOVE "Y" TO WS-CHANGE-NEEDED
    END-IF.
    IF WS-SET-GRADE NOT = SPACES AND EMP-GRADE NOT = WS-SET-GRADE
        MOVE "Y" TO WS-CHANGE-NEEDED
    END-IF.
    IF WS-CHANGE-NEEDED NOT = "Y"
        ADD 1 TO WS-UNCHANGED-COUNT
        MOVE SPACES TO RPT-DET-FIELD RPT-DET-OLD RPT-DET-NEW
        MOVE "ALREADY AT NEW VALUES" TO RPT-DET-FLAG
        WRITE REPORT-LINE FROM RPT-DETAIL-LINE
        IF WS-MODE = "A"
            PERFORM RELEASE-EMPLOYEE-LOCK
        END-IF
        EXIT PARAGRAPH
    END-IF.

    PERFORM LIST-FIELD-CHANGES.
    ADD 1 TO WS-CHANGED-COUNT.

    IF WS-MODE = "A"
        MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
        IF WS-SET-BRANCH NOT = SPACES
            MOVE WS-SET-BRANCH TO EMP-LOCATION
        END-IF
        IF WS-SET-DEPT NOT = SPACES
            MOVE WS-SET-DEPT TO EMP-DEPT
        END-IF
        IF WS-SET-GRADE NOT = SPACES
            MOVE WS-SET-GRADE TO EMP-GRADE
        END-IF
        REWRITE EMPLOYEE-RECORD
        PERFORM CHECK-MASTER-IO
        MOVE WS-BEFORE-IMAGE TO WS-PRIOR-IMAGE
        MOVE "U" TO HIST-ACTION
        PERFORM WRITE-HISTORY-RECORD
        PERFORM WRITE-AFTER-IMAGE
        MOVE WS-BATCH-NUMBER TO MBT-BATCH
        MOVE EMP-ID TO MBT-EMP-ID
        SET MBT-APPLIED TO TRUE
        MOVE WS-OPERATOR-ID TO MBT-OPERATOR
        MOVE WS-RUN-TIMESTAMP TO MBT-APPLIED-TS
        MOVE SPACES TO MBT-REVERSED-BY
        MOVE SPACES TO MBT-REVERSED-TS
        MOVE WS-BEFORE-IMAGE TO MBT-BEFORE-IMAGE
        MOVE EMPLOYEE-RECORD TO MBT-AFTER-IMAGE
        WRITE MASS-BATCH-RECORD
        PERFORM RELEASE-EMPLOYEE-LOCK
    END-IF.

*> One report line per field that moves; the band flag sits on
*> the grade line.
LIST-FIELD-CHANGES.
    IF WS-SET-BRANCH NOT = SPACES AND EMP-LOCATION NOT = WS-SET-BRANCH
        MOVE "BRANCH" TO RPT-DET-FIELD
        MOVE EMP-LOCATION TO RPT-DET-OLD
        MOVE WS-SET-BRANCH TO RPT-DET-NEW
        MOVE SPACES TO RPT-DET-FLAG
        WRITE REPORT-LINE FROM RPT-DETAIL-LINE
    END-IF.
    IF WS-SET-DEPT NOT = SPACES AND EMP-DEPT NOT = WS-SET-DEPT
        MOVE "DEPT" TO RPT-DET-FIELD
        MOVE EMP-DEPT TO RPT-DET-OLD
        MOVE WS-SET-DEPT TO RPT-DET-NEW
        MOVE SPACES TO RPT-DET-FLAG
        WRITE REPORT-LINE FROM RPT-DETAIL-LINE
    END-IF.
    IF WS-SET-GRADE NOT = SPACES AND EMP-GRADE NOT = WS-SET-GRADE
        MOVE "GRADE" TO RPT-DET-FIELD
        MOVE EMP-GRADE TO RPT-DET-OLD
        MOVE WS-SET-GRADE TO RPT-DET-NEW
        MOVE SPACES TO RPT-DET-FLAG
        PERFORM CHECK-NEW-BAND
        IF WS-BAND-FLAG = "Y"
            ADD 1 TO WS-BAND-COUNT
            MOVE "** OUTSIDE NEW BAND **" TO RPT-DET-FLAG
        END-IF
        WRITE REPORT-LINE FROM RPT-DETAIL-LINE
    END-IF.

CHECK-NEW-BAND.
    MOVE "N" TO WS-BAND-FLAG.
    MOVE ZERO TO WS-GRD-FOUND.
    PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
            UNTIL WS-GRD-IDX > WS-GRD-COUNT
        IF WS-TBL-CODE(WS-GRD-IDX) = WS-SET-GRADE
            MOVE WS-GRD-IDX TO WS-GRD-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-GRD-FOUND NOT = ZERO
        IF EMP-SALARY < WS-TBL-MIN(WS-GRD-FOUND)
                OR EMP-SALARY > WS-TBL-MAX(WS-GRD-FOUND)
            MOVE "Y" TO WS-BAND-FLAG
        END-IF
    END-IF.

OPEN-BATCH-FILE.
    OPEN I-O BATCH-FILE.
    IF WS-BATCH-STATUS = "35"
        OPEN OUTPUT BATCH-FILE
        CLOSE BATCH-FILE
        OPEN I-O BATCH-FILE
    END-IF.

*> Batch numbers run on from the highest on massbat.dat.
ASSIGN-BATCH-NUMBER.
    MOVE ZERO TO WS-BATCH-NUMBER.
    MOVE LOW-VALUES TO MBT-KEY.
    START BATCH-FILE KEY IS NOT LESS THAN MBT-KEY
        INVALID KEY
            MOVE "23" TO WS-BATCH-STATUS
    END-START.
    PERFORM UNTIL WS-BATCH-STATUS NOT = "00"
        READ BATCH-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                IF MBT-BATCH > WS-BATCH-NUMBER
                    MOVE MBT-BATCH TO WS-BATCH-NUMBER
                END-IF
        END-READ
    END-PERFORM.
    ADD 1 TO WS-BATCH-NUMBER.
    MOVE WS-BATCH-NUMBER TO WS-BATCH-REF-NUM.
    MOVE "00" TO WS-BATCH-STATUS.

*> A batch goes back as a unit. The first pass locks every
*> employee the batch changed and checks each is still exactly
*> as the batch left it; one refusal or one later change and
*> every lock is let go with nothing reversed. Only then does
*> the second pass restore the before-images.
REVERSE-BATCH.
    DISPLAY "Batch number to reverse: " WITH NO ADVANCING.
    ACCEPT WS-BATCH-IN.
    MOVE WS-BATCH-IN TO WS-BATCH-NUMBER.
    MOVE WS-BATCH-IN TO WS-BATCH-REF-NUM.

    OPEN I-O BATCH-FILE.
    IF WS-BATCH-STATUS NOT = "00"
        DISPLAY "massbat.dat not found - no batch has been applied."
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to reverse."
        CLOSE BATCH-FILE
        EXIT PARAGRAPH
    END-IF.

    MOVE "WS-MASS-UPDATE" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN OUTPUT REPORT-FILE.
    MOVE "EMPLOYEE MASS UPDATE" TO RRG-REPORT-NAME.
    MOVE "massupd.rpt" TO RRG-FILE-NAME.
    MOVE WS-OPERATOR-ID TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "REVERSE BATCH " WS-BATCH-REF
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE "REVERSE" TO RPT-MODE.
    MOVE WS-BATCH-REF TO RPT-BATCH-REF.
    MOVE SPACES TO RPT-CRITERIA.
    STRING "every employee changed by batch " WS-BATCH-REF
        DELIMITED BY SIZE INTO RPT-CRITERIA.
    PERFORM WRITE-REPORT-HEADINGS.

    PERFORM START-BATCH-RECORDS.
    PERFORM UNTIL WS-BATCH-STATUS NOT = "00"
        READ BATCH-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                IF MBT-BATCH NOT = WS-BATCH-NUMBER
                    EXIT PERFORM
                END-IF
                IF MBT-APPLIED
                    ADD 1 TO WS-BATCH-REC-COUNT
                    PERFORM CHECK-ONE-REVERSAL
                END-IF
        END-READ
    END-PERFORM.

    IF WS-BATCH-REC-COUNT = ZERO
        MOVE "No applied records on file for this batch."
            TO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        IF WS-CONFLICT-COUNT > ZERO
            PERFORM RELEASE-BATCH-LOCKS
        ELSE
            PERFORM RESTORE-BATCH
        END-IF
    END-IF.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Employees in batch        : " TO RPT-TOT-LABEL.
    MOVE WS-BATCH-REC-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "In use or changed since   : " TO RPT-TOT-LABEL.
    MOVE WS-CONFLICT-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Restored                  : " TO RPT-TOT-LABEL.
    MOVE WS-REVERSED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.

    CLOSE EMPLOYEE-MASTER.
    CLOSE BATCH-FILE.
    CLOSE REPORT-FILE.

    SET RLG-END TO TRUE.
    IF WS-CONFLICT-COUNT > ZERO
        MOVE "FAILED" TO RLG-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE "COMPLETE" TO RLG-STATUS
    END-IF.
    MOVE WS-BATCH-REC-COUNT TO RLG-READ-COUNT.
    MOVE WS-REVERSED-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    MOVE WS-BATCH-REC-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    EVALUATE TRUE
        WHEN WS-BATCH-REC-COUNT = ZERO
            DISPLAY "Batch " WS-BATCH-REF " has nothing to reverse."
        WHEN WS-CONFLICT-COUNT > ZERO
            DISPLAY "Batch " WS-BATCH-REF " NOT reversed - "
                WS-CONFLICT-COUNT " record(s) in use or changed "
                "since; see massupd.rpt."
        WHEN OTHER
            DISPLAY "Batch " WS-BATCH-REF " REVERSED - "
                WS-REVERSED-COUNT " employee(s) restored."
    END-EVALUATE.

START-BATCH-RECORDS.
    MOVE WS-BATCH-NUMBER TO MBT-BATCH.
    MOVE ZERO TO MBT-EMP-ID.
    START BATCH-FILE KEY IS NOT LESS THAN MBT-KEY
        INVALID KEY
            MOVE "23" TO WS-BATCH-STATUS
    END-START.

CHECK-ONE-REVERSAL.
    MOVE MBT-EMP-ID TO RPT-DET-ID.
    MOVE SPACES TO RPT-DET-NAME RPT-DET-SURNAME.
    MOVE "RECORD" TO RPT-DET-FIELD.
    MOVE SPACES TO RPT-DET-OLD RPT-DET-NEW RPT-DET-FLAG.
    SET LCK-ACQUIRE TO TRUE.
    MOVE "employee.dat" TO LCK-FILE-ID.
    MOVE MBT-EMP-ID TO LCK-KEY.
    MOVE WS-BATCH-REF TO LCK-OPERATOR.
    CALL "RECLOCK" USING REC-LOCK-AREA.
    IF LCK-GRANTED NOT = "Y"
        ADD 1 TO WS-CONFLICT-COUNT
        STRING "** IN USE BY " LCK-HOLDER " **"
            DELIMITED BY SIZE INTO RPT-DET-FLAG
        WRITE REPORT-LINE FROM RPT-DETAIL-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE MBT-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            ADD 1 TO WS-CONFLICT-COUNT
            MOVE "** NO LONGER ON FILE **" TO RPT-DET-FLAG
            WRITE REPORT-LINE FROM RPT-DETAIL-LINE
            EXIT PARAGRAPH
    END-READ.
    MOVE EMP-NAME TO RPT-DET-NAME.
    MOVE EMP-SURNAME TO RPT-DET-SURNAME.
    IF EMPLOYEE-RECORD NOT = MBT-AFTER-IMAGE
        ADD 1 TO WS-CONFLICT-COUNT
        MOVE "** CHANGED SINCE BATCH **" TO RPT-DET-FLAG
        WRITE REPORT-LINE FROM RPT-DETAIL-LINE
    END-IF.

*> Release only drops a lock this batch holds, so the records
*> another operator had in use are left with that operator.
RELEASE-BATCH-LOCKS.
    MOVE "00" TO WS-BATCH-STATUS.
    PERFORM START-BATCH-RECORDS.
    PERFORM UNTIL WS-BATCH-STATUS NOT = "00"
        READ BATCH-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                IF MBT-BATCH NOT = WS-BATCH-NUMBER
                    EXIT PERFORM
                END-IF
                IF MBT-APPLIED
                    MOVE MBT-EMP-ID TO EMP-ID
                    PERFORM RELEASE-EMPLOYEE-LOCK
                END-IF
        END-READ
    END-PERFORM.

RESTORE-BATCH.
    MOVE "00" TO WS-BATCH-STATUS.
    OPEN EXTEND HISTORY-FILE.
    IF WS-HISTORY-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF.
    PERFORM START-BATCH-RECORDS.
    PERFORM UNTIL WS-BATCH-STATUS NOT = "00"
        READ BATCH-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                IF MBT-BATCH NOT = WS-BATCH-NUMBER
                    EXIT PERFORM
                END-IF
                IF MBT-APPLIED
                    PERFORM RESTORE-ONE-EMPLOYEE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.

RESTORE-ONE-EMPLOYEE.
    MOVE MBT-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "23" TO WS-EMP-FILE-STATUS
    END-READ.
    MOVE SPACES TO WS-PRIOR-IMAGE.
    MOVE EMPLOYEE-RECORD TO WS-PRIOR-IMAGE.
    MOVE MBT-BEFORE-IMAGE TO EMPLOYEE-RECORD.
    REWRITE EMPLOYEE-RECORD.
    PERFORM CHECK-MASTER-IO.
    MOVE "U" TO HIST-ACTION.
    PERFORM WRITE-HISTORY-RECORD.
    PERFORM WRITE-AFTER-IMAGE.
    SET MBT-REVERSED TO TRUE.
    MOVE WS-OPERATOR-ID TO MBT-REVERSED-BY.
    MOVE WS-RUN-TIMESTAMP TO MBT-REVERSED-TS.
    REWRITE MASS-BATCH-RECORD.
    ADD 1 TO WS-REVERSED-COUNT.
    PERFORM RELEASE-EMPLOYEE-LOCK.
    MOVE MBT-EMP-ID TO RPT-DET-ID.
    MOVE EMP-NAME TO RPT-DET-NAME.
    MOVE EMP-SURNAME TO RPT-DET-SURNAME.
    MOVE "RECORD" TO RPT-DET-FIELD.
    MOVE SPACES TO RPT-DET-OLD RPT-DET-NEW.
    MOVE "RESTORED" TO RPT-DET-FLAG.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

RELEASE-EMPLOYEE-LOCK.
    SET LCK-RELEASE TO TRUE.
    MOVE "employee.dat" TO LCK-FILE-ID.
    MOVE EMP-ID TO LCK-KEY.
    MOVE WS-BATCH-REF TO LCK-OPERATOR.
    CALL "RECLOCK" USING REC-LOCK-AREA.

WRITE-REPORT-HEADINGS.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    WRITE REPORT-LINE FROM RPT-CRITERIA-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

CHECK-MASTER-IO.
    MOVE WS-EMP-FILE-STATUS TO FST-STATUS.
    IF FST-STATUS = "02" OR FST-STATUS = "22"
            OR FST-STATUS = "23"
        MOVE "00" TO FST-STATUS
    END-IF.
    MOVE "employee.dat" TO FST-FILE-NAME.
    MOVE "REWRITE" TO FST-OPERATION.
    MOVE "WS-MASS-UPDATE" TO FST-PROGRAM.
    CALL "FILESTAT" USING FILE-STAT-AREA.

*> The batch reference stands as the operator on the history and
*> journal lines so the whole batch can be traced as one.
WRITE-HISTORY-RECORD.
    MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-TIMESTAMP.
    MOVE WS-BATCH-REF TO HIST-OPERATOR.
    MOVE EMP-ID TO HIST-EMP-ID.
    MOVE WS-PRIOR-IMAGE TO HIST-PRIOR-IMAGE.
    MOVE ZERO TO HIST-EFF-DATE.
    WRITE EMP-HISTORY-RECORD.

WRITE-UPDATE-TOTALS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Employees read            : " TO RPT-TOT-LABEL.
    MOVE WS-READ-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Selected                  : " TO RPT-TOT-LABEL.
    MOVE WS-SELECTED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Changed (or proposed)     : " TO RPT-TOT-LABEL.
    MOVE WS-CHANGED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Already at new values     : " TO RPT-TOT-LABEL.
    MOVE WS-UNCHANGED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "In use - skipped          : " TO RPT-TOT-LABEL.
    MOVE WS-LOCKED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Outside new salary band   : " TO RPT-TOT-LABEL.
    MOVE WS-BAND-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.

*> Forward-recovery after-image (jrnl.dat); the history
*> record keeps the before-image.
WRITE-AFTER-IMAGE.
    MOVE "WS-MASS-UPDATE" TO JRN-PROGRAM.
    MOVE WS-BATCH-REF TO JRN-OPERATOR.
    MOVE "EMPLOYEE" TO JRN-FILE-ID.
    MOVE "U" TO JRN-ACTION.
    MOVE EMP-ID TO JRN-KEY.
    MOVE SPACES TO JRN-IMAGE.
    MOVE EMPLOYEE-RECORD TO JRN-IMAGE.
    CALL "JOURNAL" USING JOURNAL-AREA.
