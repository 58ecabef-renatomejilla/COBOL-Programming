*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Missing-appraisal report for a review year keyed at
*>              the console. Every employee on employee.dat not
*>              separated and hired on or before the end of that
*>              year should have an appraisal on appraisal.dat
*>              before the salary review runs on the merit matrix;
*>              those with none are listed with their department
*>              and supervisor - the appraiser HR chases - so the
*>              forms can be collected and loaded through
*>              WS-APPRAISAL-LOAD. Output in apprmiss.rpt.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-APPRAISAL-MISSING.

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

        SELECT APPRAISAL-FILE ASSIGN TO "appraisal.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS APR-KEY
            FILE STATUS IS WS-APPR-STATUS.

        SELECT REPORT-FILE ASSIGN TO "apprmiss.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD APPRAISAL-FILE.
    COPY APPRREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(100).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-APPR-STATUS       PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-REVIEW-YEAR       PIC 9(4).
    01 WS-APPR-OPEN         PIC X VALUE "N".
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-DUE-COUNT         PIC 9(5) VALUE ZERO.
    01 WS-MISSING-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(30)
            VALUE "MISSING APPRAISALS".
        05 FILLER          PIC X(13) VALUE "REVIEW YEAR: ".
        05 RPT-TITLE-YEAR  PIC 9(4).
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 FILLER          PIC X(10) VALUE "Run date: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(33) VALUE "EMPLOYEE NAME".
        05 FILLER          PIC X(12) VALUE "DEPARTMENT".
        05 FILLER          PIC X(17) VALUE "BRANCH".
        05 FILLER          PIC X(4)  VALUE "ST".
        05 FILLER          PIC X(10) VALUE "APPRAISER".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NAME    PIC X(31).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DEPT    PIC X(10).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-BRANCH  PIC X(15).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-STATUS  PIC X.
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-DET-SUPER   PIC X(6).
    01 RPT-COUNT-LINE.
        05 RPT-CNT-LABEL   PIC X(30).
        05 RPT-CNT-COUNT   PIC ZZZZ9.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Review year (YYYY): " WITH NO ADVANCING.
    ACCEPT WS-REVIEW-YEAR.
    IF WS-REVIEW-YEAR < 1900 OR WS-REVIEW-YEAR > WS-RUN-DATE(1:4)
        DISPLAY "Not a valid review year."
        GOBACK
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to report."
        GOBACK
    END-IF.
*> No appraisal file yet means every employee due is missing one.
    OPEN INPUT APPRAISAL-FILE.
    IF WS-APPR-STATUS = "00"
        MOVE "Y" TO WS-APPR-OPEN
    END-IF.

    MOVE "WS-APPRAISAL-MISSING" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN OUTPUT REPORT-FILE.
    MOVE "MISSING APPRAISALS" TO RRG-REPORT-NAME.
    MOVE "apprmiss.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "NO APPRAISAL FOR REVIEW YEAR " WS-REVIEW-YEAR
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-REVIEW-YEAR TO RPT-TITLE-YEAR.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    PERFORM UNTIL WS-EMP-FILE-STATUS NOT = "00"
            AND WS-EMP-FILE-STATUS NOT = "02"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                IF NOT EMP-SEPARATED
                        AND EMP-HIRE-YY <= WS-REVIEW-YEAR
                    PERFORM CHECK-ONE-EMPLOYEE
                END-IF
        END-READ
    END-PERFORM.
    IF WS-MISSING-COUNT = ZERO
        MOVE "  (none)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Employees due an appraisal  :" TO RPT-CNT-LABEL.
    MOVE WS-DUE-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "Appraisal missing           :" TO RPT-CNT-LABEL.
    MOVE WS-MISSING-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    CLOSE REPORT-FILE.
    CLOSE EMPLOYEE-MASTER.
    IF WS-APPR-OPEN = "Y"
        CLOSE APPRAISAL-FILE
    END-IF.

    MOVE WS-MISSING-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-MISSING-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "Missing appraisals written to apprmiss.rpt - "
        WS-MISSING-COUNT " of " WS-DUE-COUNT " employee(s).".
GOBACK.

CHECK-ONE-EMPLOYEE.
    ADD 1 TO WS-DUE-COUNT.
    IF WS-APPR-OPEN = "Y"
        MOVE EMP-ID TO APR-EMP-ID
        MOVE WS-REVIEW-YEAR TO APR-YEAR
        READ APPRAISAL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                EXIT PARAGRAPH
        END-READ
    END-IF.
    ADD 1 TO WS-MISSING-COUNT.
    PERFORM FORMAT-EMPLOYEE-NAME.
    MOVE EMP-ID TO RPT-DET-ID.
    MOVE WS-FULL-NAME TO RPT-DET-NAME.
    MOVE EMP-DEPT TO RPT-DET-DEPT.
    MOVE EMP-LOCATION TO RPT-DET-BRANCH.
    MOVE EMP-STATUS TO RPT-DET-STATUS.
    IF EMP-SUPERVISOR IS NUMERIC AND EMP-SUPERVISOR NOT = ZERO
        MOVE EMP-SUPERVISOR TO RPT-DET-SUPER
    ELSE
        MOVE "NONE" TO RPT-DET-SUPER
    END-IF.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
