*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Salary cost what-if modeler for budget season. The
*>              named scenarios on salscen.dat (see
*>              copybooks/SALSCEN.cpy - the salrev.dat grade
*>              parameters under a scenario name, with a header
*>              row giving the months planned hires are on payroll)
*>              are each projected over employee.dat for the
*>              calendar year keyed at the console, up to four at
*>              a time, instead of one WS-SALARY-REVIEW trial run
*>              per version added up by hand. Every active
*>              employee is costed month by month: basic salary
*>              (the old rate before the month the scenario's
*>              increase takes effect, the new one from then on,
*>              worked out the way the salary review works it
*>              out), plus the employer SSS, PhilHealth and
*>              Pag-IBIG shares PAYCALC computes for that month's
*>              brackets, plus the thirteenth month as one-twelfth
*>              of the basic paid in the year. Staff hired during
*>              the year count from their hire month. The planned
*>              hires are the open budget positions on hcbudget.dat
*>              (budgeted headcount less staff on hand) at the
*>              budget's average salary for the branch and grade,
*>              on payroll for the scenario's last months of the
*>              year. The current cost (present salaries, no
*>              hires) and the budget (budgeted headcount at the
*>              budgeted salary mass) are costed on the same basis,
*>              so the side-by-side report costscen.rpt compares
*>              like with like by branch and grade, with branch
*>              subtotals and a scenario summary against current
*>              cost and budget. Nothing is written to the masters.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-COST-SCENARIO.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SCENARIO-FILE ASSIGN TO "salscen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCENARIO-STATUS.

        SELECT BUDGET-FILE ASSIGN TO "hcbudget.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUDGET-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "costscen.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD SCENARIO-FILE.
    COPY SALSCEN.

    FD BUDGET-FILE.
    COPY BUDGREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-SCENARIO-STATUS   PIC XX.
    01 WS-BUDGET-STATUS     PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-FY-IN             PIC 9(4).
    01 WS-NAME-IN           PIC X(10).
    01 WS-PICK-COUNT        PIC 9 VALUE ZERO.
    01 WS-PICK-TABLE.
        05 WS-PICK-NAME     PIC X(10) OCCURS 4 TIMES.
    01 WS-PICKED            PIC X.
    01 WS-SKIPPED-COUNT     PIC 9(3) VALUE ZERO.

*> The scenarios being compared and their grade parameters.
    01 WS-SCN-COUNT         PIC 9 VALUE ZERO.
    01 WS-SCN-IDX           PIC 9.
    01 WS-SCN-TABLE.
        05 WS-SCN-ENTRY OCCURS 4 TIMES.
            10 WS-TBL-SCN-NAME   PIC X(10).
            10 WS-TBL-SCN-TITLE  PIC X(30).
            10 WS-TBL-SCN-HIRE   PIC 99.
            10 WS-TBL-SCN-ROWS   PIC 9(3).
            10 WS-TBL-SCN-HIRED  PIC 9(5).
    01 WS-PAR-COUNT         PIC 9(3) VALUE ZERO.
    01 WS-PAR-IDX           PIC 9(3).
    01 WS-PAR-FOUND         PIC 9(3).
    01 WS-PAR-DEFAULT       PIC 9(3).
    01 WS-PAR-TABLE.
        05 WS-PAR-ENTRY OCCURS 200 TIMES.
            10 WS-TBL-PAR-SCN    PIC 9.
            10 WS-TBL-PAR-GRADE  PIC X(2).
            10 WS-TBL-PAR-PCT    PIC 9(3)V99.
            10 WS-TBL-PAR-AMT    PIC 9(7)V99.
            10 WS-TBL-PAR-EFF    PIC 9(8).

*> One row per branch and grade: the budget rows for the year
*> first, then any staffed combination the budget does not carry.
    01 WS-ROW-COUNT         PIC 9(3) VALUE ZERO.
    01 WS-IDX               PIC 9(3).
    01 WS-JDX               PIC 9(3).
    01 WS-FOUND             PIC X.
    01 WS-ROW-TABLE.
        05 WS-ROW-ENTRY OCCURS 300 TIMES.
            10 WS-TBL-BRANCH     PIC X(15).
            10 WS-TBL-GRADE      PIC X(2).
            10 WS-TBL-BGT-CNT    PIC 9(5).
            10 WS-TBL-BGT-SAL    PIC 9(11)V99.
            10 WS-TBL-ACT-CNT    PIC 9(5).
            10 WS-TBL-OPEN-CNT   PIC 9(5).
            10 WS-TBL-CUR-COST   PIC 9(13)V99.
            10 WS-TBL-BGT-COST   PIC 9(13)V99.
            10 WS-TBL-SCN-COST   PIC 9(13)V99 OCCURS 4 TIMES.
    01 WS-ROW-RAW-TABLE REDEFINES WS-ROW-TABLE.
        05 WS-ROW-RAW           PIC X(135) OCCURS 300 TIMES.
    01 WS-SWAP-ENTRY        PIC X(135).

*> One person-year costed: the old and new monthly rate, the
*> year-month the new rate starts, and the first month on payroll.
    01 WS-COST-OLD          PIC 9(7)V99.
    01 WS-COST-NEW          PIC 9(7)V99.
    01 WS-COST-EFF-YM       PIC 9(6).
    01 WS-COST-FIRST        PIC 99.
    01 WS-COST-MONTH        PIC 99.
    01 WS-COST-YM           PIC 9(6).
    01 WS-COST-BASIC        PIC 9(9)V99.
    01 WS-COST-TOTAL        PIC 9(11)V99.
    01 WS-NEW-SALARY        PIC 9(7)V99.
    01 WS-AVG-SALARY        PIC 9(7)V99.
    01 WS-FIRST-MONTH       PIC 99.
    01 WS-EMP-COUNT         PIC 9(5) VALUE ZERO.
    COPY PAYCALC.
    COPY MONEYSRV.

    01 WS-CUR-BRANCH        PIC X(15).
    01 WS-BR-TOTALS.
        05 WS-BR-ACT-CNT     PIC 9(5).
        05 WS-BR-BGT-CNT     PIC 9(5).
        05 WS-BR-OPEN-CNT    PIC 9(5).
        05 WS-BR-CUR-COST    PIC 9(13)V99.
        05 WS-BR-BGT-COST    PIC 9(13)V99.
        05 WS-BR-SCN-COST    PIC 9(13)V99 OCCURS 4 TIMES.
    01 WS-CO-TOTALS.
        05 WS-CO-ACT-CNT     PIC 9(5).
        05 WS-CO-BGT-CNT     PIC 9(5).
        05 WS-CO-OPEN-CNT    PIC 9(5).
        05 WS-CO-CUR-COST    PIC 9(13)V99.
        05 WS-CO-BGT-COST    PIC 9(13)V99.
        05 WS-CO-SCN-COST    PIC 9(13)V99 OCCURS 4 TIMES.
    01 WS-VARIANCE          PIC S9(13)V99.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(34)
            VALUE "SALARY COST SCENARIOS  FULL YEAR ".
        05 RPT-TITLE-FY    PIC 9(4).
        05 FILLER          PIC X(12) VALUE "  Run date: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-BASIS-LINE.
        05 FILLER          PIC X(66) VALUE
            "Salary + employer SSS/PhilHealth/Pag-IBIG + 13th month, in pesos".
    01 RPT-SCN-HEADING.
        05 FILLER          PIC X(12) VALUE "SCENARIO".
        05 FILLER          PIC X(32) VALUE "DESCRIPTION".
        05 FILLER          PIC X(12) VALUE "HIRE MONTHS".
        05 FILLER          PIC X(12) VALUE "GRADE ROWS".
    01 RPT-SCN-LINE.
        05 RPT-SCN-NAME    PIC X(10).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-SCN-TITLE   PIC X(30).
        05 FILLER          PIC X(6)  VALUE SPACES.
        05 RPT-SCN-HIRE    PIC Z9.
        05 FILLER          PIC X(10) VALUE SPACES.
        05 RPT-SCN-ROWS    PIC ZZ9.
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(16) VALUE "BRANCH".
        05 FILLER          PIC X(3)  VALUE "GR".
        05 FILLER          PIC X(6)  VALUE "   HC".
        05 FILLER          PIC X(6)  VALUE "  BGT".
        05 FILLER          PIC X(6)  VALUE " OPEN".
        05 FILLER          PIC X(16) VALUE "         CURRENT".
        05 FILLER          PIC X(16) VALUE "          BUDGET".
        05 RPT-COL-SCN     PIC X(16) OCCURS 4 TIMES.
    01 RPT-DETAIL-LINE.
        05 RPT-DET-BRANCH  PIC X(15).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-GRADE   PIC X(2).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-ACT-CNT PIC ZZZZ9.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-BGT-CNT PIC ZZZZ9.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-OPEN    PIC ZZZZ9.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-CUR     PIC ZZZ,ZZZ,ZZZ,ZZ9.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-BGT     PIC ZZZ,ZZZ,ZZZ,ZZ9.
        05 RPT-DET-SCN-GRP OCCURS 4 TIMES.
            10 FILLER      PIC X     VALUE SPACE.
            10 RPT-DET-SCN PIC ZZZ,ZZZ,ZZZ,ZZ9.
    01 RPT-SUMMARY-HEADING.
        05 FILLER          PIC X(12) VALUE "SCENARIO".
        05 FILLER          PIC X(8)  VALUE "  HIRES".
        05 FILLER          PIC X(17) VALUE "   FULL-YEAR COST".
        05 FILLER          PIC X(17) VALUE "      VS CURRENT".
        05 FILLER          PIC X(17) VALUE "       VS BUDGET".
    01 RPT-SUMMARY-LINE.
        05 RPT-SUM-NAME    PIC X(10).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-SUM-HIRED   PIC ZZZZZZ9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-SUM-TOTAL   PIC ZZZ,ZZZ,ZZZ,ZZ9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-SUM-VS-CUR  PIC ---,---,---,--9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-SUM-VS-BGT  PIC ---,---,---,--9.
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(40).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Year to project: " WITH NO ADVANCING.
    ACCEPT WS-FY-IN.
    IF WS-FY-IN NOT NUMERIC OR WS-FY-IN < 1900
        DISPLAY "Invalid year - nothing projected."
        GOBACK
    END-IF.

    DISPLAY "Scenario names to compare, up to four (blank = the "
        "first four on file):".
    PERFORM UNTIL WS-PICK-COUNT >= 4
        DISPLAY "  Scenario: " WITH NO ADVANCING
        MOVE SPACES TO WS-NAME-IN
        ACCEPT WS-NAME-IN
        IF WS-NAME-IN = SPACES
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-PICK-COUNT
        MOVE FUNCTION UPPER-CASE(WS-NAME-IN)
            TO WS-PICK-NAME(WS-PICK-COUNT)
    END-PERFORM.

    PERFORM LOAD-SCENARIOS.
    IF WS-SCN-COUNT = ZERO
        DISPLAY "No scenarios to cost - salscen.dat carries one H "
            "row and its G rows per scenario name."
        GOBACK
    END-IF.
    IF WS-SKIPPED-COUNT > ZERO
        DISPLAY WS-SKIPPED-COUNT " scenario row(s) beyond the first "
            "four scenarios left out."
    END-IF.

    PERFORM LOAD-BUDGET-ROWS.
    PERFORM COST-CURRENT-STAFF.
    PERFORM COST-BUDGET-AND-HIRES.
    PERFORM SORT-ROWS.
    PERFORM WRITE-COST-REPORT.

    MOVE WS-ROW-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
    DISPLAY "Scenario comparison written to costscen.rpt - "
        WS-SCN-COUNT " scenario(s), " WS-EMP-COUNT
        " employee(s), " WS-ROW-COUNT " branch/grade row(s).".
GOBACK.

*> Scenarios are taken in file order; the picked names (when any
*> were keyed) limit which ones load. A G row is kept under the
*> scenario whose name it carries.
LOAD-SCENARIOS.
    OPEN INPUT SCENARIO-FILE.
    IF WS-SCENARIO-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-SCENARIO-STATUS = "10"
        READ SCENARIO-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM TAKE-SCENARIO-ROW
        END-READ
    END-PERFORM.
    CLOSE SCENARIO-FILE.

TAKE-SCENARIO-ROW.
    MOVE FUNCTION UPPER-CASE(SCN-NAME) TO SCN-NAME.
    IF WS-PICK-COUNT > ZERO
        MOVE "N" TO WS-PICKED
        PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
                UNTIL WS-SCN-IDX > WS-PICK-COUNT
            IF WS-PICK-NAME(WS-SCN-IDX) = SCN-NAME
                MOVE "Y" TO WS-PICKED
            END-IF
        END-PERFORM
        IF WS-PICKED = "N"
            EXIT PARAGRAPH
        END-IF
    END-IF.

    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
            UNTIL WS-SCN-IDX > WS-SCN-COUNT
        IF WS-TBL-SCN-NAME(WS-SCN-IDX) = SCN-NAME
            MOVE "Y" TO WS-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-FOUND = "N"
        IF WS-SCN-COUNT >= 4
            ADD 1 TO WS-SKIPPED-COUNT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-SCN-COUNT
        MOVE WS-SCN-COUNT TO WS-SCN-IDX
        MOVE SCN-NAME TO WS-TBL-SCN-NAME(WS-SCN-IDX)
        MOVE SPACES TO WS-TBL-SCN-TITLE(WS-SCN-IDX)
        MOVE ZERO TO WS-TBL-SCN-HIRE(WS-SCN-IDX)
        MOVE ZERO TO WS-TBL-SCN-ROWS(WS-SCN-IDX)
        MOVE ZERO TO WS-TBL-SCN-HIRED(WS-SCN-IDX)
    END-IF.

    EVALUATE TRUE
        WHEN SCN-HEADER
            MOVE SCN-TITLE TO WS-TBL-SCN-TITLE(WS-SCN-IDX)
            IF SCN-HIRE-MONTHS IS NUMERIC
                    AND SCN-HIRE-MONTHS <= 12
                MOVE SCN-HIRE-MONTHS TO WS-TBL-SCN-HIRE(WS-SCN-IDX)
            END-IF
        WHEN SCN-GRADE-ROW
            IF WS-PAR-COUNT < 200
                ADD 1 TO WS-PAR-COUNT
                ADD 1 TO WS-TBL-SCN-ROWS(WS-SCN-IDX)
                MOVE WS-SCN-IDX TO WS-TBL-PAR-SCN(WS-PAR-COUNT)
                MOVE SCN-GRADE TO WS-TBL-PAR-GRADE(WS-PAR-COUNT)
                MOVE SCN-PCT TO WS-TBL-PAR-PCT(WS-PAR-COUNT)
                MOVE SCN-AMT TO WS-TBL-PAR-AMT(WS-PAR-COUNT)
                MOVE SCN-EFF-DATE TO WS-TBL-PAR-EFF(WS-PAR-COUNT)
            END-IF
    END-EVALUATE.

LOAD-BUDGET-ROWS.
    OPEN INPUT BUDGET-FILE.
    IF WS-BUDGET-STATUS NOT = "00"
        DISPLAY "hcbudget.dat not found - no budget or planned "
            "hires in the comparison."
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-BUDGET-STATUS = "10"
        READ BUDGET-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF BGT-FISCAL-YEAR = WS-FY-IN
                        AND WS-ROW-COUNT < 300
                    ADD 1 TO WS-ROW-COUNT
                    MOVE WS-ROW-COUNT TO WS-IDX
                    PERFORM CLEAR-ROW
                    MOVE BGT-BRANCH TO WS-TBL-BRANCH(WS-IDX)
                    MOVE BGT-GRADE TO WS-TBL-GRADE(WS-IDX)
                    MOVE BGT-COUNT TO WS-TBL-BGT-CNT(WS-IDX)
                    MOVE BGT-SALARY TO WS-TBL-BGT-SAL(WS-IDX)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BUDGET-FILE.

CLEAR-ROW.
    MOVE SPACES TO WS-TBL-BRANCH(WS-IDX).
    MOVE SPACES TO WS-TBL-GRADE(WS-IDX).
    MOVE ZERO TO WS-TBL-BGT-CNT(WS-IDX).
    MOVE ZERO TO WS-TBL-BGT-SAL(WS-IDX).
    MOVE ZERO TO WS-TBL-ACT-CNT(WS-IDX).
    MOVE ZERO TO WS-TBL-OPEN-CNT(WS-IDX).
    MOVE ZERO TO WS-TBL-CUR-COST(WS-IDX).
    MOVE ZERO TO WS-TBL-BGT-COST(WS-IDX).
    PERFORM VARYING WS-SCN-IDX FROM 1 BY 1 UNTIL WS-SCN-IDX > 4
        MOVE ZERO TO WS-TBL-SCN-COST(WS-IDX, WS-SCN-IDX)
    END-PERFORM.

*> Everyone not separated is on the payroll the whole year, or from
*> the hire month when the hire falls inside it; a hire dated after
*> the year costs nothing in it.
COST-CURRENT-STAFF.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - current staff cost zero."
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-EMP-FILE-STATUS = "10"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                IF NOT EMP-SEPARATED
                    PERFORM COST-ONE-EMPLOYEE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE EMPLOYEE-MASTER.

COST-ONE-EMPLOYEE.
    MOVE 1 TO WS-FIRST-MONTH.
    IF EMP-HIRE-YY IS NUMERIC AND EMP-HIRE-MM IS NUMERIC
        IF EMP-HIRE-YY > WS-FY-IN
            EXIT PARAGRAPH
        END-IF
        IF EMP-HIRE-YY = WS-FY-IN
                AND EMP-HIRE-MM >= 1 AND EMP-HIRE-MM <= 12
            MOVE EMP-HIRE-MM TO WS-FIRST-MONTH
        END-IF
    END-IF.

    PERFORM FIND-ROW.
    IF WS-FOUND = "N"
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-EMP-COUNT.
    ADD 1 TO WS-TBL-ACT-CNT(WS-IDX).

    MOVE EMP-SALARY TO WS-COST-OLD.
    MOVE EMP-SALARY TO WS-COST-NEW.
    MOVE ZERO TO WS-COST-EFF-YM.
    MOVE WS-FIRST-MONTH TO WS-COST-FIRST.
    PERFORM COST-PERSON-YEAR.
    ADD WS-COST-TOTAL TO WS-TBL-CUR-COST(WS-IDX).

    PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
            UNTIL WS-SCN-IDX > WS-SCN-COUNT
        PERFORM FIND-SCENARIO-PARAM
        MOVE EMP-SALARY TO WS-COST-OLD
        IF WS-PAR-FOUND = ZERO
            MOVE EMP-SALARY TO WS-COST-NEW
            MOVE ZERO TO WS-COST-EFF-YM
        ELSE
            PERFORM APPLY-SCENARIO-INCREASE
            MOVE WS-NEW-SALARY TO WS-COST-NEW
            COMPUTE WS-COST-EFF-YM =
                WS-TBL-PAR-EFF(WS-PAR-FOUND) / 100
        END-IF
        MOVE WS-FIRST-MONTH TO WS-COST-FIRST
        PERFORM COST-PERSON-YEAR
        ADD WS-COST-TOTAL TO WS-TBL-SCN-COST(WS-IDX, WS-SCN-IDX)
    END-PERFORM.

*> Staffed branch/grade combinations with no budget row are added
*> so no cost hides between the lines.
FIND-ROW.
    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > WS-ROW-COUNT
        IF WS-TBL-BRANCH(WS-IDX) = EMP-LOCATION
                AND WS-TBL-GRADE(WS-IDX) = EMP-GRADE
            MOVE "Y" TO WS-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-FOUND = "N" AND WS-ROW-COUNT < 300
        ADD 1 TO WS-ROW-COUNT
        MOVE WS-ROW-COUNT TO WS-IDX
        PERFORM CLEAR-ROW
        MOVE EMP-LOCATION TO WS-TBL-BRANCH(WS-IDX)
        MOVE EMP-GRADE TO WS-TBL-GRADE(WS-IDX)
        MOVE "Y" TO WS-FOUND
    END-IF.

*> The grade's own row for the scenario, else its ** row.
FIND-SCENARIO-PARAM.
    MOVE ZERO TO WS-PAR-FOUND.
    MOVE ZERO TO WS-PAR-DEFAULT.
    PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
            UNTIL WS-PAR-IDX > WS-PAR-COUNT
        IF WS-TBL-PAR-SCN(WS-PAR-IDX) = WS-SCN-IDX
            IF WS-TBL-PAR-GRADE(WS-PAR-IDX) = EMP-GRADE
                MOVE WS-PAR-IDX TO WS-PAR-FOUND
            END-IF
            IF WS-TBL-PAR-GRADE(WS-PAR-IDX) = "**"
                MOVE WS-PAR-IDX TO WS-PAR-DEFAULT
            END-IF
        END-IF
    END-PERFORM.
    IF WS-PAR-FOUND = ZERO
        MOVE WS-PAR-DEFAULT TO WS-PAR-FOUND
    END-IF.

*> Same arithmetic as WS-SALARY-REVIEW: the percentage when there
*> is one, otherwise the flat amount.
APPLY-SCENARIO-INCREASE.
    IF WS-TBL-PAR-PCT(WS-PAR-FOUND) NOT = ZERO
        COMPUTE WS-NEW-SALARY ROUNDED = EMP-SALARY
            + EMP-SALARY * WS-TBL-PAR-PCT(WS-PAR-FOUND) / 100
    ELSE
        COMPUTE WS-NEW-SALARY = EMP-SALARY
            + WS-TBL-PAR-AMT(WS-PAR-FOUND)
    END-IF.

*> Open positions are the budgeted headcount not yet staffed; each
*> is costed at the budget's average monthly salary for its branch
*> and grade, from the first of the scenario's hire months.
COST-BUDGET-AND-HIRES.
    PERFORM VARYING WS-JDX FROM 1 BY 1
            UNTIL WS-JDX > WS-ROW-COUNT
        MOVE WS-JDX TO WS-IDX
        IF WS-TBL-BGT-CNT(WS-IDX) > ZERO
            PERFORM COST-ONE-BUDGET-ROW
        END-IF
    END-PERFORM.

COST-ONE-BUDGET-ROW.
    COMPUTE WS-AVG-SALARY ROUNDED =
        WS-TBL-BGT-SAL(WS-IDX) / WS-TBL-BGT-CNT(WS-IDX).
    MOVE WS-AVG-SALARY TO WS-COST-OLD.
    MOVE WS-AVG-SALARY TO WS-COST-NEW.
    MOVE ZERO TO WS-COST-EFF-YM.
    MOVE 1 TO WS-COST-FIRST.
    PERFORM COST-PERSON-YEAR.
    COMPUTE WS-TBL-BGT-COST(WS-IDX) =
        WS-COST-TOTAL * WS-TBL-BGT-CNT(WS-IDX).

    IF WS-TBL-BGT-CNT(WS-IDX) <= WS-TBL-ACT-CNT(WS-IDX)
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-TBL-OPEN-CNT(WS-IDX) =
        WS-TBL-BGT-CNT(WS-IDX) - WS-TBL-ACT-CNT(WS-IDX).
    PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
            UNTIL WS-SCN-IDX > WS-SCN-COUNT
        IF WS-TBL-SCN-HIRE(WS-SCN-IDX) > ZERO
            COMPUTE WS-COST-FIRST =
                13 - WS-TBL-SCN-HIRE(WS-SCN-IDX)
            PERFORM COST-PERSON-YEAR
            COMPUTE WS-TBL-SCN-COST(WS-IDX, WS-SCN-IDX) =
                WS-TBL-SCN-COST(WS-IDX, WS-SCN-IDX)
                + WS-COST-TOTAL * WS-TBL-OPEN-CNT(WS-IDX)
            ADD WS-TBL-OPEN-CNT(WS-IDX)
                TO WS-TBL-SCN-HIRED(WS-SCN-IDX)
        END-IF
    END-PERFORM.

*> One person's year from WS-COST-FIRST to December: each month the
*> rate in force (the new one from WS-COST-EFF-YM on) plus the
*> employer shares PAYCALC computes on it for that month, then the
*> thirteenth month as one-twelfth of the basic paid in the year.
COST-PERSON-YEAR.
    MOVE ZERO TO WS-COST-BASIC.
    MOVE ZERO TO WS-COST-TOTAL.
    PERFORM VARYING WS-COST-MONTH FROM WS-COST-FIRST BY 1
            UNTIL WS-COST-MONTH > 12
        COMPUTE WS-COST-YM = WS-FY-IN * 100 + WS-COST-MONTH
        IF WS-COST-YM >= WS-COST-EFF-YM
            MOVE WS-COST-NEW TO PAY-GROSS
        ELSE
            MOVE WS-COST-OLD TO PAY-GROSS
        END-IF
        COMPUTE PAY-AS-OF-DATE = WS-COST-YM * 100 + 1
        MOVE ZERO TO PAY-LOAN-DEDUCT
        MOVE ZERO TO PAY-NONTAX-EARN
        MOVE ZERO TO PAY-HMO-DEDUCT
        CALL "PAYCALC" USING PAY-CALC-AREA
        ADD PAY-GROSS TO WS-COST-BASIC
        COMPUTE WS-COST-TOTAL = WS-COST-TOTAL + PAY-GROSS
            + PAY-ER-SSS + PAY-ER-PHILHEALTH + PAY-ER-PAGIBIG
    END-PERFORM.
    SET MNY-ROUND-HALF-UP TO TRUE.
    COMPUTE MNY-AMOUNT = WS-COST-BASIC / 12.
    CALL "MONEY-SERVICES" USING MONEY-SRV-AREA.
    ADD MNY-RESULT TO WS-COST-TOTAL.

*> Branch then grade, so each branch prints together under its
*> subtotal; the table is small enough for an exchange sort.
SORT-ROWS.
    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX >= WS-ROW-COUNT
        PERFORM VARYING WS-JDX FROM 1 BY 1
                UNTIL WS-JDX >= WS-ROW-COUNT
            IF WS-TBL-BRANCH(WS-JDX) > WS-TBL-BRANCH(WS-JDX + 1)
                    OR (WS-TBL-BRANCH(WS-JDX) =
                            WS-TBL-BRANCH(WS-JDX + 1)
                        AND WS-TBL-GRADE(WS-JDX) >
                            WS-TBL-GRADE(WS-JDX + 1))
                MOVE WS-ROW-RAW(WS-JDX) TO WS-SWAP-ENTRY
                MOVE WS-ROW-RAW(WS-JDX + 1) TO WS-ROW-RAW(WS-JDX)
                MOVE WS-SWAP-ENTRY TO WS-ROW-RAW(WS-JDX + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-COST-REPORT.
    OPEN OUTPUT REPORT-FILE.
    MOVE "COST SCENARIOS" TO RRG-REPORT-NAME.
    MOVE "costscen.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "YEAR " WS-FY-IN ", SCENARIOS ON salscen.dat"
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-FY-IN TO RPT-TITLE-FY.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    WRITE REPORT-LINE FROM RPT-BASIS-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

    WRITE REPORT-LINE FROM RPT-SCN-HEADING.
    PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
            UNTIL WS-SCN-IDX > WS-SCN-COUNT
        MOVE WS-TBL-SCN-NAME(WS-SCN-IDX) TO RPT-SCN-NAME
        MOVE WS-TBL-SCN-TITLE(WS-SCN-IDX) TO RPT-SCN-TITLE
        MOVE WS-TBL-SCN-HIRE(WS-SCN-IDX) TO RPT-SCN-HIRE
        MOVE WS-TBL-SCN-ROWS(WS-SCN-IDX) TO RPT-SCN-ROWS
        WRITE REPORT-LINE FROM RPT-SCN-LINE
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

    PERFORM VARYING WS-SCN-IDX FROM 1 BY 1 UNTIL WS-SCN-IDX > 4
        MOVE SPACES TO RPT-COL-SCN(WS-SCN-IDX)
        IF WS-SCN-IDX <= WS-SCN-COUNT
            MOVE FUNCTION TRIM(WS-TBL-SCN-NAME(WS-SCN-IDX))
                TO RPT-COL-SCN(WS-SCN-IDX)(7:10)
        END-IF
    END-PERFORM.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    INITIALIZE WS-CO-TOTALS.
    INITIALIZE WS-BR-TOTALS.
    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > WS-ROW-COUNT
        IF WS-IDX > 1
                AND WS-TBL-BRANCH(WS-IDX) NOT = WS-CUR-BRANCH
            PERFORM WRITE-BRANCH-TOTAL
        END-IF
        MOVE WS-TBL-BRANCH(WS-IDX) TO WS-CUR-BRANCH
        PERFORM WRITE-ROW-LINE
    END-PERFORM.
    IF WS-ROW-COUNT > ZERO
        PERFORM WRITE-BRANCH-TOTAL
    END-IF.

    MOVE "COMPANY TOTAL" TO RPT-DET-BRANCH.
    MOVE SPACES TO RPT-DET-GRADE.
    MOVE WS-CO-ACT-CNT TO RPT-DET-ACT-CNT.
    MOVE WS-CO-BGT-CNT TO RPT-DET-BGT-CNT.
    MOVE WS-CO-OPEN-CNT TO RPT-DET-OPEN.
    MOVE WS-CO-CUR-COST TO RPT-DET-CUR.
    MOVE WS-CO-BGT-COST TO RPT-DET-BGT.
    PERFORM VARYING WS-SCN-IDX FROM 1 BY 1 UNTIL WS-SCN-IDX > 4
        MOVE WS-CO-SCN-COST(WS-SCN-IDX) TO RPT-DET-SCN(WS-SCN-IDX)
    END-PERFORM.
    PERFORM BLANK-UNUSED-SCENARIOS.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

    WRITE REPORT-LINE FROM RPT-SUMMARY-HEADING.
    PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
            UNTIL WS-SCN-IDX > WS-SCN-COUNT
        MOVE WS-TBL-SCN-NAME(WS-SCN-IDX) TO RPT-SUM-NAME
        MOVE WS-TBL-SCN-HIRED(WS-SCN-IDX) TO RPT-SUM-HIRED
        MOVE WS-CO-SCN-COST(WS-SCN-IDX) TO RPT-SUM-TOTAL
        COMPUTE WS-VARIANCE = WS-CO-SCN-COST(WS-SCN-IDX)
            - WS-CO-CUR-COST
        MOVE WS-VARIANCE TO RPT-SUM-VS-CUR
        COMPUTE WS-VARIANCE = WS-CO-SCN-COST(WS-SCN-IDX)
            - WS-CO-BGT-COST
        MOVE WS-VARIANCE TO RPT-SUM-VS-BGT
        WRITE REPORT-LINE FROM RPT-SUMMARY-LINE
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Employees costed                      : " TO RPT-TOT-LABEL.
    MOVE WS-EMP-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Branch/grade rows                     : " TO RPT-TOT-LABEL.
    MOVE WS-ROW-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    CLOSE REPORT-FILE.

WRITE-ROW-LINE.
    MOVE WS-TBL-BRANCH(WS-IDX) TO RPT-DET-BRANCH.
    MOVE WS-TBL-GRADE(WS-IDX) TO RPT-DET-GRADE.
    MOVE WS-TBL-ACT-CNT(WS-IDX) TO RPT-DET-ACT-CNT.
    MOVE WS-TBL-BGT-CNT(WS-IDX) TO RPT-DET-BGT-CNT.
    MOVE WS-TBL-OPEN-CNT(WS-IDX) TO RPT-DET-OPEN.
    MOVE WS-TBL-CUR-COST(WS-IDX) TO RPT-DET-CUR.
    MOVE WS-TBL-BGT-COST(WS-IDX) TO RPT-DET-BGT.
    ADD WS-TBL-ACT-CNT(WS-IDX) TO WS-BR-ACT-CNT.
    ADD WS-TBL-BGT-CNT(WS-IDX) TO WS-BR-BGT-CNT.
    ADD WS-TBL-OPEN-CNT(WS-IDX) TO WS-BR-OPEN-CNT.
    ADD WS-TBL-CUR-COST(WS-IDX) TO WS-BR-CUR-COST.
    ADD WS-TBL-BGT-COST(WS-IDX) TO WS-BR-BGT-COST.
    PERFORM VARYING WS-SCN-IDX FROM 1 BY 1 UNTIL WS-SCN-IDX > 4
        MOVE WS-TBL-SCN-COST(WS-IDX, WS-SCN-IDX)
            TO RPT-DET-SCN(WS-SCN-IDX)
        ADD WS-TBL-SCN-COST(WS-IDX, WS-SCN-IDX)
            TO WS-BR-SCN-COST(WS-SCN-IDX)
    END-PERFORM.
    PERFORM BLANK-UNUSED-SCENARIOS.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

WRITE-BRANCH-TOTAL.
    MOVE "  BRANCH TOTAL" TO RPT-DET-BRANCH.
    MOVE SPACES TO RPT-DET-GRADE.
    MOVE WS-BR-ACT-CNT TO RPT-DET-ACT-CNT.
    MOVE WS-BR-BGT-CNT TO RPT-DET-BGT-CNT.
    MOVE WS-BR-OPEN-CNT TO RPT-DET-OPEN.
    MOVE WS-BR-CUR-COST TO RPT-DET-CUR.
    MOVE WS-BR-BGT-COST TO RPT-DET-BGT.
    ADD WS-BR-ACT-CNT TO WS-CO-ACT-CNT.
    ADD WS-BR-BGT-CNT TO WS-CO-BGT-CNT.
    ADD WS-BR-OPEN-CNT TO WS-CO-OPEN-CNT.
    ADD WS-BR-CUR-COST TO WS-CO-CUR-COST.
    ADD WS-BR-BGT-COST TO WS-CO-BGT-COST.
    PERFORM VARYING WS-SCN-IDX FROM 1 BY 1 UNTIL WS-SCN-IDX > 4
        MOVE WS-BR-SCN-COST(WS-SCN-IDX) TO RPT-DET-SCN(WS-SCN-IDX)
        ADD WS-BR-SCN-COST(WS-SCN-IDX) TO WS-CO-SCN-COST(WS-SCN-IDX)
    END-PERFORM.
    PERFORM BLANK-UNUSED-SCENARIOS.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    INITIALIZE WS-BR-TOTALS.

BLANK-UNUSED-SCENARIOS.
    PERFORM VARYING WS-SCN-IDX FROM 1 BY 1 UNTIL WS-SCN-IDX > 4
        IF WS-SCN-IDX > WS-SCN-COUNT
            MOVE SPACES TO RPT-DET-SCN-GRP(WS-SCN-IDX)
        END-IF
    END-PERFORM.
