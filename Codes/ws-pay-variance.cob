*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Period-over-period payroll variance and balancing
*>              report, run before the period is disbursed.
*>              Compares the payhist.dat records the register wrote
*>              for the current period (the run date's, by the same
*>              rule the register uses) against the prior period
*>              employee by employee: new employees, dropped
*>              employees, gross or net changes above the
*>              PAY-VARIANCE-PCT sysparm (default 10 percent) and
*>              statutory deduction or tax changes on an unchanged
*>              gross. Each is explained where the files can
*>              explain it - a grade or salary change on
*>              emphist.dat inside the two periods, any history
*>              event for a hire or separation, earnings, loans,
*>              retro pay or a tax adjustment - and the rest are
*>              marked UNEXPLAINED. Branch and company control
*>              totals tie the prior period to the current one.
*>              Output in payvar.rpt. RETURN-CODE is 8 when
*>              unexplained variances exist; WS-PAY-DISBURSE runs
*>              this first and stops on it. Each employee's runs
*>              in a period are taken together; a reversed record
*>              and its reversal cancel and are left out.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-PAY-VARIANCE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PAY-HISTORY ASSIGN TO "payhist.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-PAYHIST-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT HISTORY-FILE ASSIGN TO "emphist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT CALENDAR-FILE ASSIGN TO "fiscalcal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALENDAR-STATUS.

        SELECT REPORT-FILE ASSIGN TO "payvar.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD PAY-HISTORY.
    COPY PAYHIST.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD HISTORY-FILE.
    COPY EMPHIST.

    FD CALENDAR-FILE.
    01 CALENDAR-RECORD.
        05 CAL-FISCAL-YEAR  PIC 9(4).
        05 CAL-PERIOD       PIC 99.
        05 CAL-START-DATE   PIC 9(8).
        05 CAL-END-DATE     PIC 9(8).
        05 CAL-WORK-DAYS    PIC 9(3).
        05 CAL-LABEL        PIC X(8).
        05 CAL-CLOSED       PIC X.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-PAYHIST-STATUS    PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-CALENDAR-STATUS   PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-MASTER-OPEN       PIC X VALUE "N".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-FISCAL-YEAR       PIC 9(4).
    01 WS-FISCAL-PERIOD     PIC 99.
    01 WS-PRIOR-YEAR        PIC 9(4).
    01 WS-PRIOR-PERIOD      PIC 99.
    01 WS-WINDOW-START      PIC 9(8) VALUE ZERO.
    01 WS-WINDOW-END        PIC 9(8) VALUE 99999999.
    01 WS-THRESHOLD         PIC 9(3) VALUE 10.
    01 WS-IDX               PIC 9(4).
    01 WS-FOUND             PIC X.
    01 WS-CHG-DATE          PIC 9(8).
*> Mirror of the grade and salary positions inside the
*> EMPLOYEE-RECORD image kept in HIST-PRIOR-IMAGE; keep in step
*> with EMPREC when the layout moves.
    01 WS-PRIOR-REC.
        05 FILLER           PIC X(78).
        05 WS-P-GRADE       PIC X(2).
        05 WS-P-SALARY      PIC 9(7)V99.
        05 FILLER           PIC X(31).
    01 WS-NEW-GRADE         PIC X(2).
    01 WS-NEW-SALARY        PIC 9(7)V99.
*> History pairing, the WS-COMP-CHANGE way: the pending change per
*> employee waits for its successor's before-image.
    01 WS-PEND-COUNT        PIC 9(4) VALUE ZERO.
    01 WS-PEND-TABLE.
        05 WS-PEND-ENTRY OCCURS 2000 TIMES.
            10 WS-PND-EMP-ID    PIC 9(6).
            10 WS-PND-DATE      PIC 9(8).
            10 WS-PND-GRADE     PIC X(2).
            10 WS-PND-SALARY    PIC 9(7)V99.
            10 WS-PND-BLANK     PIC X.
*> Employees with a history event inside the two periods: S when
*> grade or salary moved, E for any other event.
    01 WS-EVT-COUNT         PIC 9(4) VALUE ZERO.
    01 WS-EVT-TABLE.
        05 WS-EVT-ENTRY OCCURS 2000 TIMES.
            10 WS-EVT-EMP-ID    PIC 9(6).
            10 WS-EVT-KIND      PIC X.
    01 WS-EVT-FOUND         PIC X.
    01 WS-EVT-IDX           PIC 9(4).
    01 WS-EVT-EMP           PIC 9(6).
*> The current period's records, in EMP-ID order as read.
    01 WS-CUR-COUNT         PIC 9(4) VALUE ZERO.
    01 WS-CUR-TABLE.
        05 WS-CUR-ENTRY OCCURS 3000 TIMES.
            10 WS-CUR-EMP-ID    PIC 9(6).
            10 WS-CUR-BRANCH    PIC X(15).
            10 WS-CUR-GROSS     PIC 9(7)V99.
            10 WS-CUR-NET       PIC S9(7)V99.
            10 WS-CUR-DEDUCT    PIC 9(7)V99.
            10 WS-CUR-EARN      PIC 9(7)V99.
            10 WS-CUR-LOAN      PIC 9(7)V99.
            10 WS-CUR-RETRO     PIC S9(7)V99.
            10 WS-CUR-TAX-ADJ   PIC S9(7)V99.
            10 WS-CUR-MATCHED   PIC X.
    01 WS-CUR-PTR           PIC 9(4).
*> The prior period's runs for one employee, gathered.
    01 WS-HLD-ACTIVE        PIC X VALUE "N".
    01 WS-HLD-EMP-ID        PIC 9(6).
    01 WS-HLD-BRANCH        PIC X(15).
    01 WS-HLD-GROSS         PIC 9(7)V99.
    01 WS-HLD-NET           PIC S9(7)V99.
    01 WS-HLD-DEDUCT        PIC 9(7)V99.
    01 WS-HLD-EARN          PIC 9(7)V99.
    01 WS-HLD-LOAN          PIC 9(7)V99.
    01 WS-HLD-RETRO         PIC S9(7)V99.
    01 WS-HLD-TAX-ADJ       PIC S9(7)V99.
    01 WS-BR-COUNT          PIC 99 VALUE ZERO.
    01 WS-BR-IDX            PIC 99.
    01 WS-BR-NAME-IN        PIC X(15).
    01 WS-BR-TABLE.
        05 WS-BR-ENTRY OCCURS 50 TIMES.
            10 WS-BR-NAME       PIC X(15).
            10 WS-BR-PRV-COUNT  PIC 9(5).
            10 WS-BR-PRV-GROSS  PIC 9(11)V99.
            10 WS-BR-PRV-NET    PIC S9(11)V99.
            10 WS-BR-CUR-COUNT  PIC 9(5).
            10 WS-BR-CUR-GROSS  PIC 9(11)V99.
            10 WS-BR-CUR-NET    PIC S9(11)V99.
    01 WS-PCT               PIC S9(5)V99.
    01 WS-PCT-BASE          PIC S9(7)V99.
    01 WS-PCT-NEW           PIC S9(7)V99.
    01 WS-EXPLAIN           PIC X(24).
    01 WS-PRV-COUNT         PIC 9(5) VALUE ZERO.
    01 WS-PRV-GROSS         PIC 9(11)V99 VALUE ZERO.
    01 WS-PRV-NET           PIC S9(11)V99 VALUE ZERO.
    01 WS-TOT-CUR-GROSS     PIC 9(11)V99 VALUE ZERO.
    01 WS-TOT-CUR-NET       PIC S9(11)V99 VALUE ZERO.
    01 WS-NEW-COUNT         PIC 9(5) VALUE ZERO.
    01 WS-NEW-GROSS         PIC 9(11)V99 VALUE ZERO.
    01 WS-NEW-NET           PIC S9(11)V99 VALUE ZERO.
    01 WS-DROP-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-DROP-GROSS        PIC 9(11)V99 VALUE ZERO.
    01 WS-DROP-NET          PIC S9(11)V99 VALUE ZERO.
    01 WS-CONT-GROSS        PIC S9(11)V99 VALUE ZERO.
    01 WS-CONT-NET          PIC S9(11)V99 VALUE ZERO.
    01 WS-TIE-GROSS         PIC S9(11)V99.
    01 WS-TIE-NET           PIC S9(11)V99.
    01 WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-UNEXPLAINED       PIC 9(5) VALUE ZERO.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY SYSPARM.
    COPY DATESRV.
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(30)
            VALUE "PAYROLL VARIANCE REPORT   FY ".
        05 RPT-TITLE-FY    PIC 9(4).
        05 FILLER          PIC X(8)  VALUE " PERIOD ".
        05 RPT-TITLE-PER   PIC 99.
        05 FILLER          PIC X(13) VALUE "  AGAINST FY ".
        05 RPT-PRIOR-FY    PIC 9(4).
        05 FILLER          PIC X(8)  VALUE " PERIOD ".
        05 RPT-PRIOR-PER   PIC 99.
        05 FILLER          PIC X(15) VALUE "   THRESHOLD % ".
        05 RPT-TITLE-PCT   PIC ZZ9.
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(32) VALUE "EMPLOYEE NAME".
        05 FILLER          PIC X(16) VALUE "BRANCH".
        05 FILLER          PIC X(8)  VALUE "ITEM".
        05 FILLER          PIC X(13) VALUE "       PRIOR".
        05 FILLER          PIC X(13) VALUE "     CURRENT".
        05 FILLER          PIC X(9)  VALUE "  CHANGE%".
        05 FILLER          PIC X(24) VALUE "  EXPLANATION".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NAME    PIC X(31).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-BRANCH  PIC X(15).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-ITEM    PIC X(7).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-PRIOR   PIC Z,ZZZ,ZZ9.99-.
        05 RPT-DET-CURRENT PIC Z,ZZZ,ZZ9.99-.
        05 RPT-DET-PCT     PIC ---,--9.99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-EXPLAIN PIC X(24).
    01 RPT-BRANCH-HEADING.
        05 FILLER          PIC X(16) VALUE "BRANCH".
        05 FILLER          PIC X(6)  VALUE "  PRV".
        05 FILLER          PIC X(16) VALUE "     PRIOR GROSS".
        05 FILLER          PIC X(16) VALUE "       PRIOR NET".
        05 FILLER          PIC X(6)  VALUE "  CUR".
        05 FILLER          PIC X(16) VALUE "   CURRENT GROSS".
        05 FILLER          PIC X(16) VALUE "     CURRENT NET".
        05 FILLER          PIC X(16) VALUE "      GROSS DIFF".
        05 FILLER          PIC X(16) VALUE "        NET DIFF".
    01 RPT-BRANCH-LINE.
        05 RPT-BR-NAME     PIC X(15).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-BR-PRV-CNT  PIC ZZZZ9.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-BR-PRV-GRS  PIC ZZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-BR-PRV-NET  PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-BR-CUR-CNT  PIC ZZZZ9.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-BR-CUR-GRS  PIC ZZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-BR-CUR-NET  PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-BR-GRS-DIFF PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-BR-NET-DIFF PIC ZZZ,ZZZ,ZZ9.99-.
    01 RPT-TIE-LINE.
        05 RPT-TIE-LABEL   PIC X(36).
        05 RPT-TIE-COUNT   PIC ZZZZ9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-TIE-GROSS   PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-TIE-NET     PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-TIE-NOTE    PIC X(24).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(36).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE ZERO TO RETURN-CODE.

*> The period the register writes for today, and the one before.
    SET DSRV-FISCAL-PERIOD TO TRUE.
    MOVE WS-RUN-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-FISCAL-YEAR TO WS-FISCAL-YEAR.
    MOVE DSRV-RESULT-NUM TO WS-FISCAL-PERIOD.
    IF WS-FISCAL-PERIOD = 1
        COMPUTE WS-PRIOR-YEAR = WS-FISCAL-YEAR - 1
        MOVE 12 TO WS-PRIOR-PERIOD
    ELSE
        MOVE WS-FISCAL-YEAR TO WS-PRIOR-YEAR
        COMPUTE WS-PRIOR-PERIOD = WS-FISCAL-PERIOD - 1
    END-IF.

    MOVE "PAY-VARIANCE-PCT" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
        MOVE SPM-NUMERIC TO WS-THRESHOLD
    END-IF.

    OPEN INPUT PAY-HISTORY.
    IF WS-PAYHIST-STATUS NOT = "00"
        DISPLAY "payhist.dat not found - run the payroll register "
            "first."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS = "00"
        MOVE "Y" TO WS-MASTER-OPEN
    END-IF.

    MOVE "WS-PAY-VARIANCE" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    PERFORM LOAD-EVENT-WINDOW.
    PERFORM LOAD-HISTORY-EVENTS.
    PERFORM LOAD-CURRENT-PERIOD.
    IF WS-CUR-COUNT = ZERO
        DISPLAY "Nothing on the history for FY" WS-FISCAL-YEAR
            " period " WS-FISCAL-PERIOD " - run the payroll "
            "register first."
        CLOSE PAY-HISTORY
        IF WS-MASTER-OPEN = "Y"
            CLOSE EMPLOYEE-MASTER
        END-IF
        SET RLG-END TO TRUE
        MOVE "FAILED" TO RLG-STATUS
        CALL "RUNLOG" USING RUN-LOG-AREA
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN OUTPUT REPORT-FILE.
    MOVE "PAYROLL VARIANCE" TO RRG-REPORT-NAME.
    MOVE "payvar.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "FY " WS-FISCAL-YEAR " P" WS-FISCAL-PERIOD " VS FY "
        WS-PRIOR-YEAR " P" WS-PRIOR-PERIOD
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-FISCAL-YEAR TO RPT-TITLE-FY.
    MOVE WS-FISCAL-PERIOD TO RPT-TITLE-PER.
    MOVE WS-PRIOR-YEAR TO RPT-PRIOR-FY.
    MOVE WS-PRIOR-PERIOD TO RPT-PRIOR-PER.
    MOVE WS-THRESHOLD TO RPT-TITLE-PCT.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    PERFORM COMPARE-PRIOR-PERIOD.
    PERFORM LIST-NEW-EMPLOYEES.
    PERFORM WRITE-CONTROL-TOTALS.

    CLOSE REPORT-FILE.
    CLOSE PAY-HISTORY.
    IF WS-MASTER-OPEN = "Y"
        CLOSE EMPLOYEE-MASTER
    END-IF.

    MOVE WS-LISTED-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    COMPUTE RLG-READ-COUNT = WS-CUR-COUNT + WS-PRV-COUNT.
    MOVE WS-LISTED-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "Payroll variance FY" WS-FISCAL-YEAR " period "
        WS-FISCAL-PERIOD " written to payvar.rpt - "
        WS-LISTED-COUNT " variance(s), " WS-UNEXPLAINED
        " unexplained.".
    IF WS-UNEXPLAINED > ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RETURN-CODE
    END-IF.
GOBACK.

*> History events count as explanations from the start of the
*> prior period through the end of the current one.
LOAD-EVENT-WINDOW.
    OPEN INPUT CALENDAR-FILE.
    IF WS-CALENDAR-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-CALENDAR-STATUS = "10"
        READ CALENDAR-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF CAL-FISCAL-YEAR = WS-PRIOR-YEAR
                        AND CAL-PERIOD = WS-PRIOR-PERIOD
                    MOVE CAL-START-DATE TO WS-WINDOW-START
                END-IF
                IF CAL-FISCAL-YEAR = WS-FISCAL-YEAR
                        AND CAL-PERIOD = WS-FISCAL-PERIOD
                    MOVE CAL-END-DATE TO WS-WINDOW-END
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CALENDAR-FILE.

LOAD-HISTORY-EVENTS.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-HISTORY-STATUS = "10"
        READ HISTORY-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM PAIR-ONE-CHANGE
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.
    PERFORM RESOLVE-AGAINST-MASTER.

*> The record just read closes the previous pending change for
*> this employee (its prior image is that change's result), then
*> itself becomes the pending change awaiting its successor.
PAIR-ONE-CHANGE.
    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > WS-PEND-COUNT
        IF WS-PND-EMP-ID(WS-IDX) = HIST-EMP-ID
            MOVE "Y" TO WS-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-FOUND = "N"
        IF WS-PEND-COUNT >= 2000
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-PEND-COUNT
        MOVE WS-PEND-COUNT TO WS-IDX
        MOVE HIST-EMP-ID TO WS-PND-EMP-ID(WS-IDX)
        MOVE "Y" TO WS-PND-BLANK(WS-IDX)
        MOVE ZERO TO WS-PND-DATE(WS-IDX)
    ELSE
        MOVE HIST-PRIOR-IMAGE TO WS-PRIOR-REC
        MOVE WS-P-GRADE TO WS-NEW-GRADE
        IF WS-P-SALARY NUMERIC
            MOVE WS-P-SALARY TO WS-NEW-SALARY
        ELSE
            MOVE ZERO TO WS-NEW-SALARY
        END-IF
        PERFORM NOTE-EVENT
    END-IF.

*> Stage the record just read as the new pending change, dated
*> when it took effect if that was recorded, else when keyed.
    IF HIST-EFF-DATE NUMERIC AND HIST-EFF-DATE NOT = ZERO
        MOVE HIST-EFF-DATE TO WS-PND-DATE(WS-IDX)
    ELSE
        MOVE HIST-TIMESTAMP(1:8) TO WS-PND-DATE(WS-IDX)
    END-IF.
    IF HIST-PRIOR-IMAGE = SPACES
        MOVE "Y" TO WS-PND-BLANK(WS-IDX)
        MOVE SPACES TO WS-PND-GRADE(WS-IDX)
        MOVE ZERO TO WS-PND-SALARY(WS-IDX)
    ELSE
        MOVE "N" TO WS-PND-BLANK(WS-IDX)
        MOVE HIST-PRIOR-IMAGE TO WS-PRIOR-REC
        MOVE WS-P-GRADE TO WS-PND-GRADE(WS-IDX)
        IF WS-P-SALARY NUMERIC
            MOVE WS-P-SALARY TO WS-PND-SALARY(WS-IDX)
        ELSE
            MOVE ZERO TO WS-PND-SALARY(WS-IDX)
        END-IF
    END-IF.

*> The last change per employee resolves against the current
*> master record - the state it produced is the state on file.
RESOLVE-AGAINST-MASTER.
    IF WS-MASTER-OPEN = "N"
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > WS-PEND-COUNT
        MOVE WS-PND-EMP-ID(WS-IDX) TO EMP-ID
        READ EMPLOYEE-MASTER
            INVALID KEY
                MOVE SPACES TO WS-NEW-GRADE
                MOVE ZERO TO WS-NEW-SALARY
            NOT INVALID KEY
                MOVE EMP-GRADE TO WS-NEW-GRADE
                MOVE EMP-SALARY TO WS-NEW-SALARY
        END-READ
        PERFORM NOTE-EVENT
    END-PERFORM.

NOTE-EVENT.
    MOVE WS-PND-DATE(WS-IDX) TO WS-CHG-DATE.
    IF WS-CHG-DATE < WS-WINDOW-START OR WS-CHG-DATE > WS-WINDOW-END
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-PND-EMP-ID(WS-IDX) TO WS-EVT-EMP.
    PERFORM FIND-EVENT.
    IF WS-EVT-FOUND = "N"
        IF WS-EVT-COUNT >= 2000
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-EVT-COUNT
        MOVE WS-EVT-COUNT TO WS-EVT-IDX
        MOVE WS-EVT-EMP TO WS-EVT-EMP-ID(WS-EVT-IDX)
        MOVE "E" TO WS-EVT-KIND(WS-EVT-IDX)
    END-IF.
    IF WS-PND-BLANK(WS-IDX) = "N"
            AND (WS-PND-GRADE(WS-IDX) NOT = WS-NEW-GRADE
              OR WS-PND-SALARY(WS-IDX) NOT = WS-NEW-SALARY)
        MOVE "S" TO WS-EVT-KIND(WS-EVT-IDX)
    END-IF.

FIND-EVENT.
    MOVE "N" TO WS-EVT-FOUND.
    PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
            UNTIL WS-EVT-IDX > WS-EVT-COUNT
        IF WS-EVT-EMP-ID(WS-EVT-IDX) = WS-EVT-EMP
            MOVE "Y" TO WS-EVT-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.

LOAD-CURRENT-PERIOD.
    MOVE WS-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO PH-PERIOD.
    MOVE ZERO TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-PAYHIST-STATUS NOT = "00"
        READ PAY-HISTORY NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF PH-FISCAL-YEAR NOT = WS-FISCAL-YEAR
                OR PH-PERIOD NOT = WS-FISCAL-PERIOD
            EXIT PERFORM
        END-IF
        IF NOT PH-REVERSAL AND NOT PH-IS-REVERSED
            PERFORM LOAD-ONE-CURRENT-RUN
        END-IF
    END-PERFORM.

*> Every run that stands counts, so an employee paid by the
*> register and an off-cycle run in the period is one entry.
LOAD-ONE-CURRENT-RUN.
    IF WS-CUR-COUNT = ZERO
            OR WS-CUR-EMP-ID(WS-CUR-COUNT) NOT = PH-EMP-ID
        IF WS-CUR-COUNT >= 3000
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-CUR-COUNT
        MOVE WS-CUR-COUNT TO WS-IDX
        MOVE PH-EMP-ID TO WS-CUR-EMP-ID(WS-IDX)
        MOVE PH-BRANCH TO WS-CUR-BRANCH(WS-IDX)
        MOVE ZERO TO WS-CUR-GROSS(WS-IDX)
        MOVE ZERO TO WS-CUR-NET(WS-IDX)
        MOVE ZERO TO WS-CUR-DEDUCT(WS-IDX)
        MOVE ZERO TO WS-CUR-EARN(WS-IDX)
        MOVE ZERO TO WS-CUR-LOAN(WS-IDX)
        MOVE ZERO TO WS-CUR-RETRO(WS-IDX)
        MOVE ZERO TO WS-CUR-TAX-ADJ(WS-IDX)
        MOVE "N" TO WS-CUR-MATCHED(WS-IDX)
        MOVE PH-BRANCH TO WS-BR-NAME-IN
        PERFORM FIND-BRANCH
        ADD 1 TO WS-BR-CUR-COUNT(WS-BR-IDX)
    ELSE
        MOVE WS-CUR-COUNT TO WS-IDX
        MOVE WS-CUR-BRANCH(WS-IDX) TO WS-BR-NAME-IN
        PERFORM FIND-BRANCH
    END-IF.
    ADD PH-GROSS TO WS-CUR-GROSS(WS-IDX).
    ADD PH-NET TO WS-CUR-NET(WS-IDX).
    COMPUTE WS-CUR-DEDUCT(WS-IDX) = WS-CUR-DEDUCT(WS-IDX)
        + PH-SSS + PH-PHILHEALTH + PH-PAGIBIG + PH-TAX.
    ADD PH-EARNINGS TO WS-CUR-EARN(WS-IDX).
    ADD PH-LOAN-DEDUCT TO WS-CUR-LOAN(WS-IDX).
    IF PH-RETRO-NET NUMERIC
        ADD PH-RETRO-NET TO WS-CUR-RETRO(WS-IDX)
    END-IF.
    IF PH-TAX-ADJ NUMERIC
        ADD PH-TAX-ADJ TO WS-CUR-TAX-ADJ(WS-IDX)
    END-IF.
    ADD PH-GROSS TO WS-TOT-CUR-GROSS.
    ADD PH-NET TO WS-TOT-CUR-NET.
    ADD PH-GROSS TO WS-BR-CUR-GROSS(WS-BR-IDX).
    ADD PH-NET TO WS-BR-CUR-NET(WS-BR-IDX).

*> Both periods come off the file in EMP-ID order, so one pass of
*> the prior period merges against the current table: current
*> entries passed over are new employees, prior employees with no
*> current entry were dropped. The prior employee's runs are
*> gathered in WS-HLD-* and compared when the next employee (or
*> the end of the period) comes up.
COMPARE-PRIOR-PERIOD.
    MOVE 1 TO WS-CUR-PTR.
    MOVE WS-PRIOR-YEAR TO PH-FISCAL-YEAR.
    MOVE WS-PRIOR-PERIOD TO PH-PERIOD.
    MOVE ZERO TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    MOVE "00" TO WS-PAYHIST-STATUS.
    PERFORM UNTIL WS-PAYHIST-STATUS NOT = "00"
        READ PAY-HISTORY NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF PH-FISCAL-YEAR NOT = WS-PRIOR-YEAR
                OR PH-PERIOD NOT = WS-PRIOR-PERIOD
            EXIT PERFORM
        END-IF
        IF NOT PH-REVERSAL AND NOT PH-IS-REVERSED
            IF WS-HLD-ACTIVE = "Y" AND WS-HLD-EMP-ID NOT = PH-EMP-ID
                PERFORM PROCESS-PRIOR-EMPLOYEE
            END-IF
            PERFORM HOLD-ONE-PRIOR-RUN
        END-IF
    END-PERFORM.
    IF WS-HLD-ACTIVE = "Y"
        PERFORM PROCESS-PRIOR-EMPLOYEE
    END-IF.

HOLD-ONE-PRIOR-RUN.
    IF WS-HLD-ACTIVE NOT = "Y"
        MOVE "Y" TO WS-HLD-ACTIVE
        MOVE PH-EMP-ID TO WS-HLD-EMP-ID
        MOVE PH-BRANCH TO WS-HLD-BRANCH
        MOVE ZERO TO WS-HLD-GROSS
        MOVE ZERO TO WS-HLD-NET
        MOVE ZERO TO WS-HLD-DEDUCT
        MOVE ZERO TO WS-HLD-EARN
        MOVE ZERO TO WS-HLD-LOAN
        MOVE ZERO TO WS-HLD-RETRO
        MOVE ZERO TO WS-HLD-TAX-ADJ
    END-IF.
    ADD PH-GROSS TO WS-HLD-GROSS.
    ADD PH-NET TO WS-HLD-NET.
    COMPUTE WS-HLD-DEDUCT = WS-HLD-DEDUCT
        + PH-SSS + PH-PHILHEALTH + PH-PAGIBIG + PH-TAX.
    ADD PH-EARNINGS TO WS-HLD-EARN.
    ADD PH-LOAN-DEDUCT TO WS-HLD-LOAN.
    IF PH-RETRO-NET NUMERIC
        ADD PH-RETRO-NET TO WS-HLD-RETRO
    END-IF.
    IF PH-TAX-ADJ NUMERIC
        ADD PH-TAX-ADJ TO WS-HLD-TAX-ADJ
    END-IF.

PROCESS-PRIOR-EMPLOYEE.
    MOVE "N" TO WS-HLD-ACTIVE.
    ADD 1 TO WS-PRV-COUNT.
    ADD WS-HLD-GROSS TO WS-PRV-GROSS.
    ADD WS-HLD-NET TO WS-PRV-NET.
    MOVE WS-HLD-BRANCH TO WS-BR-NAME-IN.
    PERFORM FIND-BRANCH.
    ADD 1 TO WS-BR-PRV-COUNT(WS-BR-IDX).
    ADD WS-HLD-GROSS TO WS-BR-PRV-GROSS(WS-BR-IDX).
    ADD WS-HLD-NET TO WS-BR-PRV-NET(WS-BR-IDX).
    PERFORM UNTIL WS-CUR-PTR > WS-CUR-COUNT
            OR WS-CUR-EMP-ID(WS-CUR-PTR) NOT < WS-HLD-EMP-ID
        MOVE WS-CUR-PTR TO WS-IDX
        PERFORM REPORT-NEW-EMPLOYEE
        ADD 1 TO WS-CUR-PTR
    END-PERFORM.
    IF WS-CUR-PTR NOT > WS-CUR-COUNT
            AND WS-CUR-EMP-ID(WS-CUR-PTR) = WS-HLD-EMP-ID
        MOVE WS-CUR-PTR TO WS-IDX
        PERFORM COMPARE-ONE-EMPLOYEE
        ADD 1 TO WS-CUR-PTR
    ELSE
        PERFORM REPORT-DROPPED-EMPLOYEE
    END-IF.

LIST-NEW-EMPLOYEES.
    PERFORM UNTIL WS-CUR-PTR > WS-CUR-COUNT
        MOVE WS-CUR-PTR TO WS-IDX
        PERFORM REPORT-NEW-EMPLOYEE
        ADD 1 TO WS-CUR-PTR
    END-PERFORM.

REPORT-NEW-EMPLOYEE.
    ADD 1 TO WS-NEW-COUNT.
    ADD WS-CUR-GROSS(WS-IDX) TO WS-NEW-GROSS.
    ADD WS-CUR-NET(WS-IDX) TO WS-NEW-NET.
    MOVE WS-CUR-EMP-ID(WS-IDX) TO WS-EVT-EMP.
    PERFORM FIND-EVENT.
    IF WS-EVT-FOUND = "Y"
        MOVE "HIRE/CHANGE ON HISTORY" TO WS-EXPLAIN
    ELSE
        MOVE "UNEXPLAINED" TO WS-EXPLAIN
    END-IF.
    MOVE WS-CUR-EMP-ID(WS-IDX) TO RPT-DET-ID.
    MOVE WS-CUR-BRANCH(WS-IDX) TO RPT-DET-BRANCH.
    MOVE "NEW" TO RPT-DET-ITEM.
    MOVE ZERO TO RPT-DET-PRIOR.
    MOVE WS-CUR-GROSS(WS-IDX) TO RPT-DET-CURRENT.
    MOVE ZERO TO RPT-DET-PCT.
    PERFORM WRITE-VARIANCE-LINE.

REPORT-DROPPED-EMPLOYEE.
    ADD 1 TO WS-DROP-COUNT.
    ADD WS-HLD-GROSS TO WS-DROP-GROSS.
    ADD WS-HLD-NET TO WS-DROP-NET.
    MOVE WS-HLD-EMP-ID TO WS-EVT-EMP.
    PERFORM FIND-EVENT.
    MOVE "UNEXPLAINED" TO WS-EXPLAIN.
    IF WS-EVT-FOUND = "Y"
        MOVE "SEPARATION/CHANGE ON HIST" TO WS-EXPLAIN
    ELSE
        IF WS-MASTER-OPEN = "Y"
            MOVE WS-HLD-EMP-ID TO EMP-ID
            READ EMPLOYEE-MASTER
                INVALID KEY
                    MOVE "NO LONGER ON MASTER" TO WS-EXPLAIN
                NOT INVALID KEY
                    IF EMP-SEPARATED
                        MOVE "SEPARATED" TO WS-EXPLAIN
                    END-IF
            END-READ
        END-IF
    END-IF.
    MOVE WS-HLD-EMP-ID TO RPT-DET-ID.
    MOVE WS-HLD-BRANCH TO RPT-DET-BRANCH.
    MOVE "DROPPED" TO RPT-DET-ITEM.
    MOVE WS-HLD-GROSS TO RPT-DET-PRIOR.
    MOVE ZERO TO RPT-DET-CURRENT.
    MOVE ZERO TO RPT-DET-PCT.
    PERFORM WRITE-VARIANCE-LINE.

*> Gross and net against the threshold, then the deductions on a
*> gross that did not move - a changed bracket table or a keying
*> error, since nothing in the pay itself changed.
COMPARE-ONE-EMPLOYEE.
    MOVE "Y" TO WS-CUR-MATCHED(WS-IDX).
    COMPUTE WS-CONT-GROSS = WS-CONT-GROSS
        + WS-CUR-GROSS(WS-IDX) - WS-HLD-GROSS.
    COMPUTE WS-CONT-NET = WS-CONT-NET
        + WS-CUR-NET(WS-IDX) - WS-HLD-NET.
    MOVE WS-HLD-EMP-ID TO WS-EVT-EMP.
    PERFORM FIND-EVENT.
    MOVE WS-HLD-EMP-ID TO RPT-DET-ID.
    MOVE WS-CUR-BRANCH(WS-IDX) TO RPT-DET-BRANCH.

    MOVE WS-HLD-GROSS TO WS-PCT-BASE.
    MOVE WS-CUR-GROSS(WS-IDX) TO WS-PCT-NEW.
    PERFORM COMPUTE-CHANGE-PCT.
    IF WS-PCT > WS-THRESHOLD OR WS-PCT < ZERO - WS-THRESHOLD
        EVALUATE TRUE
            WHEN WS-EVT-FOUND = "Y"
                    AND WS-EVT-KIND(WS-EVT-IDX) = "S"
                MOVE "GRADE/SALARY CHANGE" TO WS-EXPLAIN
            WHEN WS-CUR-EARN(WS-IDX) NOT = WS-HLD-EARN
                MOVE "EARNINGS CHANGED" TO WS-EXPLAIN
            WHEN OTHER
                MOVE "UNEXPLAINED" TO WS-EXPLAIN
        END-EVALUATE
        MOVE "GROSS" TO RPT-DET-ITEM
        MOVE WS-HLD-GROSS TO RPT-DET-PRIOR
        MOVE WS-CUR-GROSS(WS-IDX) TO RPT-DET-CURRENT
        MOVE WS-PCT TO RPT-DET-PCT
        PERFORM WRITE-VARIANCE-LINE
    END-IF.

    MOVE WS-HLD-NET TO WS-PCT-BASE.
    MOVE WS-CUR-NET(WS-IDX) TO WS-PCT-NEW.
    PERFORM COMPUTE-CHANGE-PCT.
    IF WS-PCT > WS-THRESHOLD OR WS-PCT < ZERO - WS-THRESHOLD
        EVALUATE TRUE
            WHEN WS-EVT-FOUND = "Y"
                    AND WS-EVT-KIND(WS-EVT-IDX) = "S"
                MOVE "GRADE/SALARY CHANGE" TO WS-EXPLAIN
            WHEN WS-CUR-EARN(WS-IDX) NOT = WS-HLD-EARN
                MOVE "EARNINGS CHANGED" TO WS-EXPLAIN
            WHEN WS-CUR-LOAN(WS-IDX) NOT = WS-HLD-LOAN
                MOVE "LOAN DEDUCTION" TO WS-EXPLAIN
            WHEN WS-CUR-RETRO(WS-IDX) NOT = WS-HLD-RETRO
                MOVE "RETRO PAY" TO WS-EXPLAIN
            WHEN WS-CUR-TAX-ADJ(WS-IDX) NOT = WS-HLD-TAX-ADJ
                MOVE "TAX ADJUSTMENT" TO WS-EXPLAIN
            WHEN WS-CUR-GROSS(WS-IDX) NOT = WS-HLD-GROSS
                MOVE "FOLLOWS GROSS CHANGE" TO WS-EXPLAIN
            WHEN OTHER
                MOVE "UNEXPLAINED" TO WS-EXPLAIN
        END-EVALUATE
        MOVE "NET" TO RPT-DET-ITEM
        MOVE WS-HLD-NET TO RPT-DET-PRIOR
        MOVE WS-CUR-NET(WS-IDX) TO RPT-DET-CURRENT
        MOVE WS-PCT TO RPT-DET-PCT
        PERFORM WRITE-VARIANCE-LINE
    END-IF.

    IF WS-CUR-GROSS(WS-IDX) = WS-HLD-GROSS
            AND WS-CUR-DEDUCT(WS-IDX) NOT = WS-HLD-DEDUCT
        IF WS-EVT-FOUND = "Y" AND WS-EVT-KIND(WS-EVT-IDX) = "S"
            MOVE "GRADE/SALARY CHANGE" TO WS-EXPLAIN
        ELSE
            MOVE "UNEXPLAINED" TO WS-EXPLAIN
        END-IF
        MOVE WS-HLD-DEDUCT TO WS-PCT-BASE
        MOVE WS-CUR-DEDUCT(WS-IDX) TO WS-PCT-NEW
        PERFORM COMPUTE-CHANGE-PCT
        MOVE "DEDUCT" TO RPT-DET-ITEM
        MOVE WS-HLD-DEDUCT TO RPT-DET-PRIOR
        MOVE WS-CUR-DEDUCT(WS-IDX) TO RPT-DET-CURRENT
        MOVE WS-PCT TO RPT-DET-PCT
        PERFORM WRITE-VARIANCE-LINE
    END-IF.

COMPUTE-CHANGE-PCT.
    IF WS-PCT-BASE = ZERO
        IF WS-PCT-NEW = ZERO
            MOVE ZERO TO WS-PCT
        ELSE
            MOVE 999.99 TO WS-PCT
        END-IF
    ELSE
        COMPUTE WS-PCT ROUNDED =
            (WS-PCT-NEW - WS-PCT-BASE) * 100 / WS-PCT-BASE
            ON SIZE ERROR
                MOVE 999.99 TO WS-PCT
        END-COMPUTE
    END-IF.

*> RPT-DET-ID and the amounts are set by the caller.
WRITE-VARIANCE-LINE.
    MOVE RPT-DET-ID TO EMP-ID.
    MOVE "NOT ON MASTER" TO WS-FULL-NAME.
    IF WS-MASTER-OPEN = "Y"
        READ EMPLOYEE-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM FORMAT-EMPLOYEE-NAME
        END-READ
    END-IF.
    MOVE WS-FULL-NAME TO RPT-DET-NAME.
    MOVE WS-EXPLAIN TO RPT-DET-EXPLAIN.
    IF WS-EXPLAIN = "UNEXPLAINED"
        ADD 1 TO WS-UNEXPLAINED
        MOVE "** UNEXPLAINED **" TO RPT-DET-EXPLAIN
    END-IF.
    ADD 1 TO WS-LISTED-COUNT.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

FIND-BRANCH.
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
            UNTIL WS-BR-IDX > WS-BR-COUNT
        IF WS-BR-NAME(WS-BR-IDX) = WS-BR-NAME-IN
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.
    IF WS-BR-COUNT >= 50
        MOVE 50 TO WS-BR-IDX
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-BR-COUNT.
    MOVE WS-BR-COUNT TO WS-BR-IDX.
    MOVE WS-BR-NAME-IN TO WS-BR-NAME(WS-BR-IDX).
    MOVE ZERO TO WS-BR-PRV-COUNT(WS-BR-IDX).
    MOVE ZERO TO WS-BR-PRV-GROSS(WS-BR-IDX).
    MOVE ZERO TO WS-BR-PRV-NET(WS-BR-IDX).
    MOVE ZERO TO WS-BR-CUR-COUNT(WS-BR-IDX).
    MOVE ZERO TO WS-BR-CUR-GROSS(WS-BR-IDX).
    MOVE ZERO TO WS-BR-CUR-NET(WS-BR-IDX).

*> Branch by branch, then the company walk from the prior period
*> to the current one: every peso of change is a new employee, a
*> dropped employee or a continuing employee's movement.
WRITE-CONTROL-TOTALS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-BRANCH-HEADING.
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
            UNTIL WS-BR-IDX > WS-BR-COUNT
        MOVE WS-BR-NAME(WS-BR-IDX) TO RPT-BR-NAME
        MOVE WS-BR-PRV-COUNT(WS-BR-IDX) TO RPT-BR-PRV-CNT
        MOVE WS-BR-PRV-GROSS(WS-BR-IDX) TO RPT-BR-PRV-GRS
        MOVE WS-BR-PRV-NET(WS-BR-IDX) TO RPT-BR-PRV-NET
        MOVE WS-BR-CUR-COUNT(WS-BR-IDX) TO RPT-BR-CUR-CNT
        MOVE WS-BR-CUR-GROSS(WS-BR-IDX) TO RPT-BR-CUR-GRS
        MOVE WS-BR-CUR-NET(WS-BR-IDX) TO RPT-BR-CUR-NET
        COMPUTE RPT-BR-GRS-DIFF = WS-BR-CUR-GROSS(WS-BR-IDX)
            - WS-BR-PRV-GROSS(WS-BR-IDX)
        COMPUTE RPT-BR-NET-DIFF = WS-BR-CUR-NET(WS-BR-IDX)
            - WS-BR-PRV-NET(WS-BR-IDX)
        WRITE REPORT-LINE FROM RPT-BRANCH-LINE
    END-PERFORM.
    MOVE "COMPANY" TO RPT-BR-NAME.
    MOVE WS-PRV-COUNT TO RPT-BR-PRV-CNT.
    MOVE WS-PRV-GROSS TO RPT-BR-PRV-GRS.
    MOVE WS-PRV-NET TO RPT-BR-PRV-NET.
    MOVE WS-CUR-COUNT TO RPT-BR-CUR-CNT.
    MOVE WS-TOT-CUR-GROSS TO RPT-BR-CUR-GRS.
    MOVE WS-TOT-CUR-NET TO RPT-BR-CUR-NET.
    COMPUTE RPT-BR-GRS-DIFF = WS-TOT-CUR-GROSS - WS-PRV-GROSS.
    COMPUTE RPT-BR-NET-DIFF = WS-TOT-CUR-NET - WS-PRV-NET.
    WRITE REPORT-LINE FROM RPT-BRANCH-LINE.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO RPT-TIE-NOTE.
    MOVE "Prior period                      :" TO RPT-TIE-LABEL.
    MOVE WS-PRV-COUNT TO RPT-TIE-COUNT.
    MOVE WS-PRV-GROSS TO RPT-TIE-GROSS.
    MOVE WS-PRV-NET TO RPT-TIE-NET.
    WRITE REPORT-LINE FROM RPT-TIE-LINE.
    MOVE "  plus new employees              :" TO RPT-TIE-LABEL.
    MOVE WS-NEW-COUNT TO RPT-TIE-COUNT.
    MOVE WS-NEW-GROSS TO RPT-TIE-GROSS.
    MOVE WS-NEW-NET TO RPT-TIE-NET.
    WRITE REPORT-LINE FROM RPT-TIE-LINE.
    MOVE "  less dropped employees          :" TO RPT-TIE-LABEL.
    MOVE WS-DROP-COUNT TO RPT-TIE-COUNT.
    MOVE WS-DROP-GROSS TO RPT-TIE-GROSS.
    MOVE WS-DROP-NET TO RPT-TIE-NET.
    WRITE REPORT-LINE FROM RPT-TIE-LINE.
    MOVE "  change on continuing employees  :" TO RPT-TIE-LABEL.
    COMPUTE RPT-TIE-COUNT = WS-PRV-COUNT - WS-DROP-COUNT.
    MOVE WS-CONT-GROSS TO RPT-TIE-GROSS.
    MOVE WS-CONT-NET TO RPT-TIE-NET.
    WRITE REPORT-LINE FROM RPT-TIE-LINE.
    COMPUTE WS-TIE-GROSS = WS-PRV-GROSS + WS-NEW-GROSS
        - WS-DROP-GROSS + WS-CONT-GROSS.
    COMPUTE WS-TIE-NET = WS-PRV-NET + WS-NEW-NET
        - WS-DROP-NET + WS-CONT-NET.
    MOVE "Current period                    :" TO RPT-TIE-LABEL.
    MOVE WS-CUR-COUNT TO RPT-TIE-COUNT.
    MOVE WS-TOT-CUR-GROSS TO RPT-TIE-GROSS.
    MOVE WS-TOT-CUR-NET TO RPT-TIE-NET.
    IF WS-TIE-GROSS = WS-TOT-CUR-GROSS
            AND WS-TIE-NET = WS-TOT-CUR-NET
            AND WS-PRV-COUNT + WS-NEW-COUNT - WS-DROP-COUNT
                = WS-CUR-COUNT
        MOVE "(periods tie)" TO RPT-TIE-NOTE
    ELSE
        MOVE "** DOES NOT TIE **" TO RPT-TIE-NOTE
    END-IF.
    WRITE REPORT-LINE FROM RPT-TIE-LINE.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Variances listed                  :" TO RPT-TOT-LABEL.
    MOVE WS-LISTED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Unexplained (hold disbursement)   :" TO RPT-TOT-LABEL.
    MOVE WS-UNEXPLAINED TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
