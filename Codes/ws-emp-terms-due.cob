*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Weekly employment terms report, in place of the
*>              desk diary HR kept. From empterm.dat it lists, for
*>              employees not separated: probationers whose
*>              probation ends - and so whose evaluation is due -
*>              within the next TERMS-WINDOW-DAYS days (sysparm,
*>              default 30), and contractual and project-based staff
*>              whose contract ends within the same window. Anyone
*>              already past the end date is listed too: a
*>              probation left to lapse makes the employee regular
*>              by default, and a contract past its end with the
*>              employee still active needs renewing or closing.
*>              Probationers are regularized through WS-EMP-MAINT.
*>              Run from the menu by an operator whose access scope
*>              (operscope.dat) names branches, only employees of
*>              those branches are listed. Output in termsdue.rpt.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-EMP-TERMS-DUE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT TERMS-FILE ASSIGN TO "empterm.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS ETM-EMP-ID
            FILE STATUS IS WS-TERMS-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "termsdue.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD TERMS-FILE.
    COPY EMPTERM.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(100).

    WORKING-STORAGE SECTION.
    01 WS-TERMS-STATUS      PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-WINDOW-DAYS       PIC 9(3) VALUE 30.
    01 WS-DAYS-LEFT         PIC S9(9).
    01 WS-SECTION           PIC X.
        88 WS-PROBATION-PASS    VALUE "P".
        88 WS-CONTRACT-PASS     VALUE "C".
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-PROB-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-CONTRACT-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-LAPSED-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-SECTION-COUNT     PIC 9(5).
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY DATESRV.
    COPY SYSPARM.
    COPY RUNLOG.
    COPY RPTREG.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 9(5).

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(30)
            VALUE "EMPLOYMENT TERMS DUE".
        05 FILLER          PIC X(8)  VALUE "WINDOW: ".
        05 RPT-TITLE-DAYS  PIC ZZ9.
        05 FILLER          PIC X(7)  VALUE " DAYS  ".
        05 FILLER          PIC X(10) VALUE "Run date: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-SECTION-LINE    PIC X(60).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(33) VALUE "EMPLOYEE NAME".
        05 FILLER          PIC X(12) VALUE "DEPARTMENT".
        05 FILLER          PIC X(5)  VALUE "TYPE".
        05 FILLER          PIC X(10) VALUE "ENDS".
        05 FILLER          PIC X(6)  VALUE " DAYS".
        05 FILLER          PIC X(20) VALUE " ACTION".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NAME    PIC X(31).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DEPT    PIC X(10).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-TYPE    PIC X.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-DET-END     PIC 9(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DAYS    PIC -ZZZ9.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-FLAG    PIC X(22).
    01 RPT-COUNT-LINE.
        05 RPT-CNT-LABEL   PIC X(30).
        05 RPT-CNT-COUNT   PIC ZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-BRANCH-SCOPE.

    MOVE "TERMS-WINDOW-DAYS" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
            AND SPM-NUMERIC < 1000
        MOVE SPM-NUMERIC TO WS-WINDOW-DAYS
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to report."
        GOBACK
    END-IF.

    MOVE "WS-EMP-TERMS-DUE" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN OUTPUT REPORT-FILE.
    MOVE "EMPLOYMENT TERMS DUE" TO RRG-REPORT-NAME.
    MOVE "termsdue.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "PROBATIONS AND CONTRACTS ENDING WITHIN " WS-WINDOW-DAYS
        " DAYS" DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-WINDOW-DAYS TO RPT-TITLE-DAYS.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

    SET WS-PROBATION-PASS TO TRUE.
    MOVE "PROBATIONERS - EVALUATION DUE" TO RPT-SECTION-LINE.
    PERFORM LIST-ONE-SECTION.
    SET WS-CONTRACT-PASS TO TRUE.
    MOVE "CONTRACTUAL AND PROJECT STAFF - CONTRACT ENDING"
        TO RPT-SECTION-LINE.
    PERFORM LIST-ONE-SECTION.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Probation evaluations due   :" TO RPT-CNT-LABEL.
    MOVE WS-PROB-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "Contracts ending            :" TO RPT-CNT-LABEL.
    MOVE WS-CONTRACT-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "Already past the end date   :" TO RPT-CNT-LABEL.
    MOVE WS-LAPSED-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    PERFORM WRITE-SCOPE-FOOTER.
    CLOSE REPORT-FILE.
    CLOSE EMPLOYEE-MASTER.

    COMPUTE RRG-RECORD-COUNT = WS-PROB-COUNT + WS-CONTRACT-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    COMPUTE RLG-WRITE-COUNT = WS-PROB-COUNT + WS-CONTRACT-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "Employment terms written to termsdue.rpt - "
        WS-PROB-COUNT " probation(s), " WS-CONTRACT-COUNT
        " contract(s).".
GOBACK.

*> One pass of empterm.dat per section keeps each list in EMP-ID
*> order without a sort.
LIST-ONE-SECTION.
    WRITE REPORT-LINE FROM RPT-SECTION-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.
    MOVE ZERO TO WS-SECTION-COUNT.
    OPEN INPUT TERMS-FILE.
    IF WS-TERMS-STATUS = "00"
        PERFORM UNTIL WS-TERMS-STATUS NOT = "00"
            READ TERMS-FILE NEXT RECORD
                AT END
                    EXIT PERFORM
            END-READ
            IF WS-PROBATION-PASS
                ADD 1 TO WS-READ-COUNT
            END-IF
            IF ETM-END-DATE NOT = ZERO
                IF (WS-PROBATION-PASS AND ETM-PROBATIONARY)
                        OR (WS-CONTRACT-PASS
                            AND (ETM-CONTRACTUAL OR ETM-PROJECT))
                    PERFORM CHECK-ONE-TERM
                END-IF
            END-IF
        END-PERFORM
        CLOSE TERMS-FILE
    END-IF.
    IF WS-SECTION-COUNT = ZERO
        MOVE "  (none)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

CHECK-ONE-TERM.
    SET DSRV-DATE-DIFF TO TRUE.
    MOVE WS-RUN-DATE TO DSRV-DATE-A.
    MOVE ETM-END-DATE TO DSRV-DATE-B.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-RESULT-NUM TO WS-DAYS-LEFT.
    IF WS-DAYS-LEFT > WS-WINDOW-DAYS
        EXIT PARAGRAPH
    END-IF.
    MOVE ETM-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF EMP-SEPARATED
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-EMPLOYEE-SCOPE.
    IF BSC-IN-SCOPE NOT = "Y"
        ADD 1 TO WS-SCOPE-OMITTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM FORMAT-EMPLOYEE-NAME.
    MOVE ETM-EMP-ID TO RPT-DET-ID.
    MOVE WS-FULL-NAME TO RPT-DET-NAME.
    MOVE EMP-DEPT TO RPT-DET-DEPT.
    MOVE ETM-TYPE TO RPT-DET-TYPE.
    MOVE ETM-END-DATE TO RPT-DET-END.
    MOVE WS-DAYS-LEFT TO RPT-DET-DAYS.
    EVALUATE TRUE
        WHEN ETM-PROBATIONARY AND WS-DAYS-LEFT < ZERO
            MOVE "PROBATION LAPSED" TO RPT-DET-FLAG
        WHEN ETM-PROBATIONARY
            MOVE "EVALUATE BY END" TO RPT-DET-FLAG
        WHEN WS-DAYS-LEFT < ZERO
            MOVE "PAST END - STILL ON" TO RPT-DET-FLAG
        WHEN ETM-PROJECT
            MOVE "PROJECT ENDING" TO RPT-DET-FLAG
        WHEN OTHER
            MOVE "CONTRACT EXPIRING" TO RPT-DET-FLAG
    END-EVALUATE.
    IF WS-DAYS-LEFT < ZERO
        ADD 1 TO WS-LAPSED-COUNT
    END-IF.
    IF ETM-PROBATIONARY
        ADD 1 TO WS-PROB-COUNT
    ELSE
        ADD 1 TO WS-CONTRACT-COUNT
    END-IF.
    ADD 1 TO WS-SECTION-COUNT.
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
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
