*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Compensation analysis - where people actually sit
*>              in their grade ranges. For every employee not
*>              separated whose grade is on grades.dat, the
*>              compa-ratio (EMP-SALARY as a percentage of the
*>              range midpoint, halfway between GRD-MIN and
*>              GRD-MAX) and the position in the range (0 at the
*>              minimum, 100 at the maximum, outside 0-100 when
*>              the salary is outside the range). A sort orders
*>              the employees by grade, branch and position; each
*>              branch within a grade, each grade and the whole
*>              company carry a count, the average compa-ratio and
*>              position, and the spread of compa-ratios (lowest,
*>              highest and the difference). Employees below the
*>              minimum or above the maximum are listed again at
*>              the end, as are the long-serving bunched at the
*>              bottom: at least COMPA-TENURE-YEARS (sysparm,
*>              default 5) of service from EMP-HIRE-DATE and a
*>              position under COMPA-LOW-PCT (sysparm, default 25).
*>              HR's case for adjustments outside the annual
*>              review. Output in compa.rpt. Run from the menu by
*>              an operator whose access scope (operscope.dat)
*>              names branches, only employees of those branches
*>              are analyzed, and the company level covers just
*>              them.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-COMPA-RATIO.

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

        SELECT GRADE-FILE ASSIGN TO "grades.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GRADE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "compa.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        SELECT SORT-FILE ASSIGN TO "compa.tmp".

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD GRADE-FILE.
    COPY GRADEREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(110).

    SD SORT-FILE.
    01 SORT-RECORD.
        05 SRT-GRADE        PIC X(2).
        05 SRT-BRANCH       PIC X(15).
        05 SRT-POSITION     PIC S9(5)V9.
        05 SRT-EMP-ID       PIC 9(6).
        05 SRT-NAME         PIC X(15).
        05 SRT-SURNAME      PIC X(15).
        05 SRT-SALARY       PIC 9(7)V99.
        05 SRT-COMPA        PIC 9(3)V9.
        05 SRT-YEARS        PIC 9(3).
        05 SRT-YEARS-KNOWN  PIC X.
        05 SRT-GRD-IDX      PIC 99.

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-GRADE-STATUS      PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-SORT-EOF          PIC X.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-TENURE-YEARS      PIC 9(3) VALUE 5.
    01 WS-LOW-PCT           PIC 9(3) VALUE 25.
    01 WS-HIRE-YMD          PIC 9(8).
    01 WS-MIDPOINT          PIC 9(7)V99.
    01 WS-GRD-COUNT         PIC 99 VALUE ZERO.
    01 WS-GRD-IDX           PIC 99.
    01 WS-GRD-FOUND         PIC 99.
    01 WS-GRD-TABLE.
        05 WS-GRD-ENTRY OCCURS 50 TIMES.
            10 WS-TBL-CODE  PIC X(2).
            10 WS-TBL-MIN   PIC 9(7)V99.
            10 WS-TBL-MAX   PIC 9(7)V99.
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-NO-RANGE-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-BELOW-COUNT       PIC 9(5) VALUE ZERO.
    01 WS-ABOVE-COUNT       PIC 9(5) VALUE ZERO.
    01 WS-BUNCHED-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-PREV-GRADE        PIC X(2).
    01 WS-PREV-BRANCH       PIC X(15).
    01 WS-FIRST-RECORD      PIC X.
*> Three levels of totals - branch within grade, grade, company -
*> each a count, the sums behind the averages and the low and high
*> compa-ratio behind the spread.
    01 WS-TOTALS-TABLE.
        05 WS-TOT-LEVEL OCCURS 3 TIMES.
            10 WS-TOT-COUNT     PIC 9(5).
            10 WS-TOT-COMPA-SUM PIC 9(9)V9.
            10 WS-TOT-POS-SUM   PIC S9(9)V9.
            10 WS-TOT-LOW       PIC 9(3)V9.
            10 WS-TOT-HIGH      PIC 9(3)V9.
    01 WS-LVL               PIC 9.
    01 WS-LVL-BRANCH        PIC 9 VALUE 1.
    01 WS-LVL-GRADE         PIC 9 VALUE 2.
    01 WS-LVL-COMPANY       PIC 9 VALUE 3.
    01 WS-AVG-COMPA         PIC 9(3)V9.
    01 WS-AVG-POS           PIC S9(5)V9.
    01 WS-SPREAD            PIC 9(3)V9.
    01 WS-EXC-COUNT         PIC 9(4) VALUE ZERO.
    01 WS-EXC-IDX           PIC 9(4).
    01 WS-EXC-TABLE.
        05 WS-EXC-ENTRY OCCURS 2000 TIMES.
            10 WS-EXC-TYPE      PIC X.
            10 WS-EXC-LINE      PIC X(110).
    01 WS-EXC-WANT          PIC X.
    01 WS-EXC-FOUND         PIC X.
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
        05 FILLER          PIC X(42)
            VALUE "COMPA-RATIO AND RANGE POSITION  Run date: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-GROUP-LINE.
        05 FILLER          PIC X(6)  VALUE "GRADE ".
        05 RPT-GRP-GRADE   PIC X(2).
        05 FILLER          PIC X(10) VALUE "  BRANCH ".
        05 RPT-GRP-BRANCH  PIC X(15).
        05 FILLER          PIC X(8)  VALUE "  RANGE ".
        05 RPT-GRP-MIN     PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X(3)  VALUE " - ".
        05 RPT-GRP-MAX     PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X(7)  VALUE "  MID ".
        05 RPT-GRP-MID     PIC Z,ZZZ,ZZ9.99.
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(33) VALUE "EMPLOYEE NAME".
        05 FILLER          PIC X(14) VALUE "      SALARY".
        05 FILLER          PIC X(8)  VALUE "COMPA".
        05 FILLER          PIC X(9)  VALUE " POSITION".
        05 FILLER          PIC X(6)  VALUE "  YRS".
        05 FILLER          PIC X(24) VALUE "  FLAG".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NAME    PIC X(31).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-SALARY  PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-COMPA   PIC ZZ9.9.
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-DET-POS     PIC -ZZZ9.9.
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-DET-YEARS   PIC ZZ9.
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-DET-FLAG    PIC X(24).
    01 RPT-EXC-DETAIL-LINE.
        05 RPT-EXC-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EXC-NAME    PIC X(31).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EXC-GRADE   PIC X(2).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EXC-BRANCH  PIC X(15).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EXC-SALARY  PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EXC-COMPA   PIC ZZ9.9.
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-EXC-POS     PIC -ZZZ9.9.
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-EXC-YEARS   PIC ZZ9.
    01 RPT-STATS-LINE.
        05 RPT-STA-LABEL   PIC X(24).
        05 RPT-STA-COUNT   PIC ZZZZ9.
        05 FILLER          PIC X(12) VALUE " EMP  AVG CR".
        05 RPT-STA-AVG     PIC ZZZ9.9.
        05 FILLER          PIC X(8)  VALUE "  LOW CR".
        05 RPT-STA-LOW     PIC ZZZ9.9.
        05 FILLER          PIC X(9)  VALUE "  HIGH CR".
        05 RPT-STA-HIGH    PIC ZZZ9.9.
        05 FILLER          PIC X(8)  VALUE "  SPREAD".
        05 RPT-STA-SPREAD  PIC ZZZ9.9.
        05 FILLER          PIC X(9)  VALUE "  AVG POS".
        05 RPT-STA-POS     PIC -ZZZ9.9.
    01 RPT-SECTION-LINE    PIC X(80).
    01 RPT-COUNT-LINE.
        05 RPT-CNT-LABEL   PIC X(36).
        05 RPT-CNT-COUNT   PIC ZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN SECTION.
    PERFORM RESOLVE-BRANCH-SCOPE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    MOVE "COMPA-TENURE-YEARS" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
            AND SPM-NUMERIC < 100
        MOVE SPM-NUMERIC TO WS-TENURE-YEARS
    END-IF.
    MOVE "COMPA-LOW-PCT" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
            AND SPM-NUMERIC < 100
        MOVE SPM-NUMERIC TO WS-LOW-PCT
    END-IF.

    PERFORM LOAD-GRADE-TABLE.
    IF WS-GRD-COUNT = ZERO
        DISPLAY "grades.dat carries no grades - no ranges to "
            "measure against."
        GOBACK
    END-IF.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to analyze."
        GOBACK
    END-IF.
    CLOSE EMPLOYEE-MASTER.

    MOVE "WS-COMPA-RATIO" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    SORT SORT-FILE
        ON ASCENDING KEY SRT-GRADE SRT-BRANCH SRT-POSITION
                         SRT-EMP-ID
        INPUT PROCEDURE IS FEED-SORT
        OUTPUT PROCEDURE IS PRINT-ANALYSIS.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-TOT-COUNT(WS-LVL-COMPANY) TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "Compensation analysis written to compa.rpt - "
        WS-TOT-COUNT(WS-LVL-COMPANY) " employee(s) analyzed.".
    DISPLAY "  Below minimum        : " WS-BELOW-COUNT.
    DISPLAY "  Above maximum        : " WS-ABOVE-COUNT.
    DISPLAY "  Long-serving, low    : " WS-BUNCHED-COUNT.
GOBACK.

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

FEED-SORT SECTION.
    OPEN INPUT EMPLOYEE-MASTER.
    PERFORM UNTIL WS-EMP-FILE-STATUS = "10"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM CHECK-EMPLOYEE-SCOPE
                IF BSC-IN-SCOPE NOT = "Y"
                    ADD 1 TO WS-SCOPE-OMITTED
                    EXIT PERFORM CYCLE
                END-IF
                IF NOT EMP-SEPARATED
                    PERFORM RELEASE-ONE-EMPLOYEE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE EMPLOYEE-MASTER.

RELEASE-ONE-EMPLOYEE.
    MOVE ZERO TO WS-GRD-FOUND.
    PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
            UNTIL WS-GRD-IDX > WS-GRD-COUNT
        IF WS-TBL-CODE(WS-GRD-IDX) = EMP-GRADE
            MOVE WS-GRD-IDX TO WS-GRD-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
*> A grade not on grades.dat, or one with no spread, has no range
*> to sit in; those are only counted.
    IF WS-GRD-FOUND = ZERO
        ADD 1 TO WS-NO-RANGE-COUNT
        EXIT PARAGRAPH
    END-IF.
    IF WS-TBL-MAX(WS-GRD-FOUND) NOT > WS-TBL-MIN(WS-GRD-FOUND)
        ADD 1 TO WS-NO-RANGE-COUNT
        EXIT PARAGRAPH
    END-IF.

    MOVE EMP-GRADE TO SRT-GRADE.
    MOVE EMP-LOCATION TO SRT-BRANCH.
    MOVE EMP-ID TO SRT-EMP-ID.
    MOVE EMP-NAME TO SRT-NAME.
    MOVE EMP-SURNAME TO SRT-SURNAME.
    MOVE EMP-SALARY TO SRT-SALARY.
    MOVE WS-GRD-FOUND TO SRT-GRD-IDX.
    COMPUTE WS-MIDPOINT ROUNDED = (WS-TBL-MIN(WS-GRD-FOUND)
        + WS-TBL-MAX(WS-GRD-FOUND)) / 2.
    COMPUTE SRT-COMPA ROUNDED = EMP-SALARY * 100 / WS-MIDPOINT
        ON SIZE ERROR
            MOVE 999.9 TO SRT-COMPA
    END-COMPUTE.
    COMPUTE SRT-POSITION ROUNDED =
        (EMP-SALARY - WS-TBL-MIN(WS-GRD-FOUND)) * 100
        / (WS-TBL-MAX(WS-GRD-FOUND) - WS-TBL-MIN(WS-GRD-FOUND))
        ON SIZE ERROR
            MOVE 9999.9 TO SRT-POSITION
    END-COMPUTE.

*> Tenure is completed years from EMP-HIRE-DATE; a converted record
*> still carrying a zero hire date has none to measure.
    MOVE ZERO TO SRT-YEARS.
    MOVE "N" TO SRT-YEARS-KNOWN.
    IF EMP-HIRE-DATE IS NUMERIC AND EMP-HIRE-YY NOT = ZERO
        COMPUTE WS-HIRE-YMD = EMP-HIRE-YY * 10000
            + EMP-HIRE-MM * 100 + EMP-HIRE-DD
        SET DSRV-AGE TO TRUE
        MOVE WS-HIRE-YMD TO DSRV-DATE-A
        MOVE ZERO TO DSRV-DATE-B
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
        IF DSRV-RESULT-NUM >= ZERO AND DSRV-RESULT-NUM < 1000
            MOVE DSRV-RESULT-NUM TO SRT-YEARS
            MOVE "Y" TO SRT-YEARS-KNOWN
        END-IF
    END-IF.
    RELEASE SORT-RECORD.

PRINT-ANALYSIS SECTION.
    OPEN OUTPUT REPORT-FILE.
    MOVE "COMPA-RATIO ANALYSIS" TO RRG-REPORT-NAME.
    MOVE "compa.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "ACTIVE STAFF BY GRADE/BRANCH, LOW FLAG " WS-TENURE-YEARS
        "Y/" WS-LOW-PCT "%" DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

    INITIALIZE WS-TOTALS-TABLE.
    MOVE "Y" TO WS-FIRST-RECORD.
    MOVE "N" TO WS-SORT-EOF.
    PERFORM UNTIL WS-SORT-EOF = "Y"
        RETURN SORT-FILE
            AT END
                MOVE "Y" TO WS-SORT-EOF
            NOT AT END
                PERFORM PRINT-ONE-EMPLOYEE
        END-RETURN
    END-PERFORM.
    IF WS-FIRST-RECORD = "N"
        PERFORM CLOSE-BRANCH-GROUP
        PERFORM CLOSE-GRADE-GROUP
    END-IF.

    MOVE "COMPANY TOTAL" TO RPT-STA-LABEL.
    MOVE WS-LVL-COMPANY TO WS-LVL.
    PERFORM WRITE-STATS-LINE.

    MOVE "B" TO WS-EXC-WANT.
    MOVE "BELOW GRADE MINIMUM" TO RPT-SECTION-LINE.
    PERFORM LIST-EXCEPTIONS.
    MOVE "A" TO WS-EXC-WANT.
    MOVE "ABOVE GRADE MAXIMUM" TO RPT-SECTION-LINE.
    PERFORM LIST-EXCEPTIONS.
    MOVE "L" TO WS-EXC-WANT.
    MOVE SPACES TO RPT-SECTION-LINE.
    STRING "LONG-SERVING LOW IN RANGE (" WS-TENURE-YEARS
        "+ YEARS, POSITION UNDER " WS-LOW-PCT ")"
        DELIMITED BY SIZE INTO RPT-SECTION-LINE.
    PERFORM LIST-EXCEPTIONS.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Employees read                    :" TO RPT-CNT-LABEL.
    MOVE WS-READ-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "Analyzed                          :" TO RPT-CNT-LABEL.
    MOVE WS-TOT-COUNT(WS-LVL-COMPANY) TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "No grade range (not analyzed)     :" TO RPT-CNT-LABEL.
    MOVE WS-NO-RANGE-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "Below minimum                     :" TO RPT-CNT-LABEL.
    MOVE WS-BELOW-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "Above maximum                     :" TO RPT-CNT-LABEL.
    MOVE WS-ABOVE-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "Long-serving, low in range        :" TO RPT-CNT-LABEL.
    MOVE WS-BUNCHED-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    PERFORM WRITE-SCOPE-FOOTER.
    CLOSE REPORT-FILE.

    COMPUTE RRG-RECORD-COUNT = WS-BELOW-COUNT + WS-ABOVE-COUNT
        + WS-BUNCHED-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

PRINT-DETAIL SECTION.
PRINT-ONE-EMPLOYEE.
    IF WS-FIRST-RECORD = "Y"
        MOVE "N" TO WS-EXC-FOUND
        MOVE SRT-GRADE TO WS-PREV-GRADE
        MOVE SRT-BRANCH TO WS-PREV-BRANCH
        PERFORM OPEN-BRANCH-GROUP
    ELSE
        IF SRT-GRADE NOT = WS-PREV-GRADE
            PERFORM CLOSE-BRANCH-GROUP
            PERFORM CLOSE-GRADE-GROUP
            MOVE SRT-GRADE TO WS-PREV-GRADE
            MOVE SRT-BRANCH TO WS-PREV-BRANCH
            PERFORM OPEN-BRANCH-GROUP
        ELSE
            IF SRT-BRANCH NOT = WS-PREV-BRANCH
                PERFORM CLOSE-BRANCH-GROUP
                MOVE SRT-BRANCH TO WS-PREV-BRANCH
                PERFORM OPEN-BRANCH-GROUP
            END-IF
        END-IF
    END-IF.

    PERFORM FORMAT-EMPLOYEE-NAME.
    MOVE SRT-EMP-ID TO RPT-DET-ID.
    MOVE WS-FULL-NAME TO RPT-DET-NAME.
    MOVE SRT-SALARY TO RPT-DET-SALARY.
    MOVE SRT-COMPA TO RPT-DET-COMPA.
    MOVE SRT-POSITION TO RPT-DET-POS.
    MOVE SRT-YEARS TO RPT-DET-YEARS.
    MOVE SPACES TO RPT-DET-FLAG.
    IF SRT-YEARS-KNOWN NOT = "Y"
        MOVE ZERO TO RPT-DET-YEARS
    END-IF.
    EVALUATE TRUE
        WHEN SRT-SALARY < WS-TBL-MIN(SRT-GRD-IDX)
            MOVE "BELOW MINIMUM" TO RPT-DET-FLAG
            MOVE "B" TO WS-EXC-WANT
            PERFORM SAVE-EXCEPTION
            ADD 1 TO WS-BELOW-COUNT
        WHEN SRT-SALARY > WS-TBL-MAX(SRT-GRD-IDX)
            MOVE "ABOVE MAXIMUM" TO RPT-DET-FLAG
            MOVE "A" TO WS-EXC-WANT
            PERFORM SAVE-EXCEPTION
            ADD 1 TO WS-ABOVE-COUNT
    END-EVALUATE.
    IF SRT-YEARS-KNOWN = "Y" AND SRT-YEARS >= WS-TENURE-YEARS
            AND SRT-POSITION < WS-LOW-PCT
        IF RPT-DET-FLAG = SPACES
            MOVE "LONG-SERVING, LOW" TO RPT-DET-FLAG
        ELSE
            MOVE "BELOW MIN, LONG-SERVING" TO RPT-DET-FLAG
        END-IF
        MOVE "L" TO WS-EXC-WANT
        PERFORM SAVE-EXCEPTION
        ADD 1 TO WS-BUNCHED-COUNT
    END-IF.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

    PERFORM VARYING WS-LVL FROM 1 BY 1 UNTIL WS-LVL > 3
        IF WS-TOT-COUNT(WS-LVL) = ZERO
            MOVE SRT-COMPA TO WS-TOT-LOW(WS-LVL)
            MOVE SRT-COMPA TO WS-TOT-HIGH(WS-LVL)
        END-IF
        ADD 1 TO WS-TOT-COUNT(WS-LVL)
        ADD SRT-COMPA TO WS-TOT-COMPA-SUM(WS-LVL)
        ADD SRT-POSITION TO WS-TOT-POS-SUM(WS-LVL)
        IF SRT-COMPA < WS-TOT-LOW(WS-LVL)
            MOVE SRT-COMPA TO WS-TOT-LOW(WS-LVL)
        END-IF
        IF SRT-COMPA > WS-TOT-HIGH(WS-LVL)
            MOVE SRT-COMPA TO WS-TOT-HIGH(WS-LVL)
        END-IF
    END-PERFORM.

OPEN-BRANCH-GROUP.
    MOVE SRT-GRADE TO RPT-GRP-GRADE.
    MOVE SRT-BRANCH TO RPT-GRP-BRANCH.
    MOVE WS-TBL-MIN(SRT-GRD-IDX) TO RPT-GRP-MIN.
    MOVE WS-TBL-MAX(SRT-GRD-IDX) TO RPT-GRP-MAX.
    COMPUTE WS-MIDPOINT ROUNDED = (WS-TBL-MIN(SRT-GRD-IDX)
        + WS-TBL-MAX(SRT-GRD-IDX)) / 2.
    MOVE WS-MIDPOINT TO RPT-GRP-MID.
    WRITE REPORT-LINE FROM RPT-GROUP-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

CLOSE-BRANCH-GROUP.
    MOVE SPACES TO RPT-STA-LABEL.
    STRING "  BRANCH " WS-PREV-BRANCH
        DELIMITED BY SIZE INTO RPT-STA-LABEL.
    MOVE WS-LVL-BRANCH TO WS-LVL.
    PERFORM WRITE-STATS-LINE.
    INITIALIZE WS-TOT-LEVEL(WS-LVL-BRANCH).

CLOSE-GRADE-GROUP.
    MOVE SPACES TO RPT-STA-LABEL.
    STRING "GRADE " WS-PREV-GRADE " TOTAL"
        DELIMITED BY SIZE INTO RPT-STA-LABEL.
    MOVE WS-LVL-GRADE TO WS-LVL.
    PERFORM WRITE-STATS-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    INITIALIZE WS-TOT-LEVEL(WS-LVL-GRADE).

WRITE-STATS-LINE.
    MOVE WS-TOT-COUNT(WS-LVL) TO RPT-STA-COUNT.
    IF WS-TOT-COUNT(WS-LVL) = ZERO
        MOVE ZERO TO RPT-STA-AVG RPT-STA-LOW RPT-STA-HIGH
            RPT-STA-SPREAD RPT-STA-POS
    ELSE
        COMPUTE WS-AVG-COMPA ROUNDED =
            WS-TOT-COMPA-SUM(WS-LVL) / WS-TOT-COUNT(WS-LVL)
        COMPUTE WS-AVG-POS ROUNDED =
            WS-TOT-POS-SUM(WS-LVL) / WS-TOT-COUNT(WS-LVL)
        COMPUTE WS-SPREAD = WS-TOT-HIGH(WS-LVL) - WS-TOT-LOW(WS-LVL)
        MOVE WS-AVG-COMPA TO RPT-STA-AVG
        MOVE WS-TOT-LOW(WS-LVL) TO RPT-STA-LOW
        MOVE WS-TOT-HIGH(WS-LVL) TO RPT-STA-HIGH
        MOVE WS-SPREAD TO RPT-STA-SPREAD
        MOVE WS-AVG-POS TO RPT-STA-POS
    END-IF.
    WRITE REPORT-LINE FROM RPT-STATS-LINE.

*> The exception lists are printed after the analysis, so each
*> line is kept as it will print.
SAVE-EXCEPTION.
    IF WS-EXC-COUNT >= 2000
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-EXC-COUNT.
    MOVE WS-EXC-WANT TO WS-EXC-TYPE(WS-EXC-COUNT).
    MOVE SRT-EMP-ID TO RPT-EXC-ID.
    MOVE WS-FULL-NAME TO RPT-EXC-NAME.
    MOVE SRT-GRADE TO RPT-EXC-GRADE.
    MOVE SRT-BRANCH TO RPT-EXC-BRANCH.
    MOVE SRT-SALARY TO RPT-EXC-SALARY.
    MOVE SRT-COMPA TO RPT-EXC-COMPA.
    MOVE SRT-POSITION TO RPT-EXC-POS.
    MOVE SRT-YEARS TO RPT-EXC-YEARS.
    MOVE RPT-EXC-DETAIL-LINE TO WS-EXC-LINE(WS-EXC-COUNT).

LIST-EXCEPTIONS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-SECTION-LINE.
    MOVE "N" TO WS-FIRST-RECORD.
    PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
            UNTIL WS-EXC-IDX > WS-EXC-COUNT
        IF WS-EXC-TYPE(WS-EXC-IDX) = WS-EXC-WANT
            MOVE "Y" TO WS-EXC-FOUND
            WRITE REPORT-LINE FROM WS-EXC-LINE(WS-EXC-IDX)
        END-IF
    END-PERFORM.
    IF WS-EXC-FOUND = "N"
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

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY SRT-NAME
                            NAME-PART2 BY SRT-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
