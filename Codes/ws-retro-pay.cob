*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Retroactive pay for back-dated salary changes.
*>              Walks emphist.dat pairing each change with its
*>              successor the way WS-COMP-CHANGE does, and keeps
*>              the salary changes whose HIST-EFF-DATE falls before
*>              the current open period. Every closed period of
*>              fiscalcal.dat that ended on or after the effective
*>              date but before the change was keyed was paid at
*>              the old salary: its payhist.dat record is put
*>              through PAYCALC twice, as paid and with the salary
*>              difference added (prorated by calendar days for the
*>              period the change took effect in), and the gross,
*>              contribution, tax and net differences are kept on
*>              retropay.dat. Trial mode only prints the schedule
*>              (retropay.rpt, period by period per employee);
*>              apply mode writes retropay.dat and posts the net
*>              difference as one adjustment on the employee's
*>              current-period payhist.dat record when the register
*>              has already run (the register picks it up itself
*>              otherwise). Closed periods are never rewritten, and
*>              a change already on retropay.dat for a period is
*>              shown but never paid twice. An employee whose
*>              current period has been disbursed waits for the
*>              next period; separated employees are left to
*>              final pay. Where an off-cycle run replaced a
*>              reversed regular record, that run is the pay that
*>              stands for the period.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-RETRO-PAY.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT HISTORY-FILE ASSIGN TO "emphist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT CALENDAR-FILE ASSIGN TO "fiscalcal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALENDAR-STATUS.

        SELECT PAY-HISTORY ASSIGN TO "payhist.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-PAYHIST-STATUS.

        SELECT RETRO-FILE ASSIGN TO "retropay.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RTP-KEY
            FILE STATUS IS WS-RETRO-STATUS.

        SELECT REPORT-FILE ASSIGN TO "retropay.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD HISTORY-FILE.
    COPY EMPHIST.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD CALENDAR-FILE.
    01 CALENDAR-RECORD.
        05 CAL-FISCAL-YEAR  PIC 9(4).
        05 CAL-PERIOD       PIC 99.
        05 CAL-START-DATE   PIC 9(8).
        05 CAL-END-DATE     PIC 9(8).
        05 CAL-WORK-DAYS    PIC 9(3).
        05 CAL-LABEL        PIC X(8).
        05 CAL-CLOSED       PIC X.

    FD PAY-HISTORY.
    COPY PAYHIST.

    FD RETRO-FILE.
    COPY RETROPAY.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-CALENDAR-STATUS   PIC XX.
    01 WS-PAYHIST-STATUS    PIC XX.
    01 WS-RETRO-STATUS      PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RETRO-OPEN        PIC X VALUE "N".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-MODE              PIC X.
    01 WS-FISCAL-YEAR       PIC 9(4).
    01 WS-FISCAL-PERIOD     PIC 99.
    01 WS-OPEN-START        PIC 9(8) VALUE ZERO.
*> Mirror of the grade and salary positions inside the
*> EMPLOYEE-RECORD image kept in HIST-PRIOR-IMAGE; keep in step
*> with EMPREC when the layout moves.
    01 WS-PRIOR-REC.
        05 FILLER           PIC X(78).
        05 WS-P-GRADE       PIC X(2).
        05 WS-P-SALARY      PIC 9(7)V99.
        05 FILLER           PIC X(31).
    01 WS-NEW-SALARY        PIC 9(7)V99.
    01 WS-IDX               PIC 9(4).
    01 WS-CHG-IDX           PIC 9(4).
    01 WS-FOUND             PIC X.
    01 WS-PEND-COUNT        PIC 9(4) VALUE ZERO.
    01 WS-PEND-TABLE.
        05 WS-PEND-ENTRY OCCURS 2000 TIMES.
            10 WS-TBL-EMP-ID    PIC 9(6).
            10 WS-TBL-TS        PIC X(14).
            10 WS-TBL-EFF       PIC 9(8).
            10 WS-TBL-SALARY    PIC 9(7)V99.
            10 WS-TBL-BLANK     PIC X.
*> The back-dated salary changes found, in history order.
    01 WS-CHG-COUNT         PIC 9(4) VALUE ZERO.
    01 WS-CHG-TABLE.
        05 WS-CHG-ENTRY OCCURS 2000 TIMES.
            10 WS-CHG-EMP-ID    PIC 9(6).
            10 WS-CHG-TS        PIC X(14).
            10 WS-CHG-EFF       PIC 9(8).
            10 WS-CHG-OLD       PIC 9(7)V99.
            10 WS-CHG-NEW       PIC 9(7)V99.
    01 WS-CAL-COUNT         PIC 9(3) VALUE ZERO.
    01 WS-CAL-IDX           PIC 9(3).
    01 WS-CAL-TABLE.
        05 WS-CAL-ENTRY OCCURS 120 TIMES.
            10 WS-CAL-FY     PIC 9(4).
            10 WS-CAL-PERIOD PIC 99.
            10 WS-CAL-START  PIC 9(8).
            10 WS-CAL-END    PIC 9(8).
            10 WS-CAL-CLOSED PIC X.
    01 WS-DAYS-COVERED      PIC 99.
    01 WS-PERIOD-DAYS       PIC 99.
    01 WS-DELTA             PIC S9(7)V99.
    01 WS-NEW-GROSS         PIC S9(7)V99.
    01 WS-OLD-CONTRIB       PIC 9(7)V99.
    01 WS-OLD-TAX           PIC 9(7)V99.
    01 WS-OLD-NET           PIC S9(7)V99.
    01 WS-EMP-ROWS          PIC 9(3).
    01 WS-STD-FY            PIC 9(4).
    01 WS-STD-PERIOD        PIC 99.
    01 WS-STD-EMP-ID        PIC 9(6).
    01 WS-EMP-HELD          PIC X.
    01 WS-EMP-GROSS         PIC S9(7)V99.
    01 WS-EMP-CONTRIB       PIC S9(7)V99.
    01 WS-EMP-TAX           PIC S9(7)V99.
    01 WS-EMP-NET           PIC S9(7)V99.
    01 WS-HIST-READ         PIC 9(6) VALUE ZERO.
    01 WS-EMP-COUNT         PIC 9(5) VALUE ZERO.
    01 WS-PERIOD-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-EARLIER-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-NO-PAY-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-SEPARATED-COUNT   PIC 9(5) VALUE ZERO.
    01 WS-HELD-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-WRITTEN-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-POSTED-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-AWAIT-COUNT       PIC 9(5) VALUE ZERO.
    01 WS-TOT-NET           PIC S9(11)V99 VALUE ZERO.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY PAYCALC.
    COPY PERIODCK.
    COPY DATESRV.
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(28)
            VALUE "RETROACTIVE PAY SCHEDULE  (".
        05 RPT-MODE        PIC X(5).
        05 FILLER          PIC X(17) VALUE ")  POSTING TO FY ".
        05 RPT-TITLE-FY    PIC 9(4).
        05 FILLER          PIC X(8)  VALUE " PERIOD ".
        05 RPT-TITLE-PER   PIC 99.
        05 FILLER          PIC X(13) VALUE "   Run date: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-EMP-LINE.
        05 FILLER          PIC X(10) VALUE "EMPLOYEE  ".
        05 RPT-EMP-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EMP-NAME    PIC X(31).
        05 FILLER          PIC X(8)  VALUE "BRANCH: ".
        05 RPT-EMP-BRANCH  PIC X(15).
    01 RPT-CHANGE-LINE.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 FILLER          PIC X(26)
            VALUE "SALARY CHANGE EFFECTIVE  ".
        05 RPT-CHG-EFF     PIC 9(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-CHG-OLD     PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X(3)  VALUE " > ".
        05 RPT-CHG-NEW     PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X(10) VALUE "  KEYED  ".
        05 RPT-CHG-KEYED   PIC X(8).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 FILLER          PIC X(9)  VALUE "FY-PER".
        05 FILLER          PIC X(7)  VALUE "DAYS".
        05 FILLER          PIC X(11) VALUE " OLD GROSS".
        05 FILLER          PIC X(11) VALUE " NEW GROSS".
        05 FILLER          PIC X(10) VALUE "OLD CONTR".
        05 FILLER          PIC X(10) VALUE "NEW CONTR".
        05 FILLER          PIC X(10) VALUE "  OLD TAX".
        05 FILLER          PIC X(10) VALUE "  NEW TAX".
        05 FILLER          PIC X(12) VALUE "    OLD NET".
        05 FILLER          PIC X(12) VALUE "    NEW NET".
        05 FILLER          PIC X(13) VALUE "   NET DIFF".
        05 FILLER          PIC X(13) VALUE "FLAG".
    01 RPT-DETAIL-LINE.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-DET-FY      PIC 9(4).
        05 FILLER          PIC X     VALUE "-".
        05 RPT-DET-PER     PIC 99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DAYS    PIC Z9.
        05 FILLER          PIC X     VALUE "/".
        05 RPT-DET-PDAYS   PIC 99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-OLD-GRS PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-NEW-GRS PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-OLD-CON PIC ZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-NEW-CON PIC ZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-OLD-TAX PIC ZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-NEW-TAX PIC ZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-OLD-NET PIC ZZZ,ZZ9.99-.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-NEW-NET PIC ZZZ,ZZ9.99-.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-DIFF    PIC ZZZ,ZZ9.99-.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-FLAG    PIC X(14).
    01 RPT-EMP-TOTAL-LINE.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 FILLER          PIC X(19) VALUE "Employee total  :  ".
        05 FILLER          PIC X(7)  VALUE "GROSS ".
        05 RPT-ET-GROSS    PIC ZZZ,ZZ9.99-.
        05 FILLER          PIC X(10) VALUE "  CONTRIB ".
        05 RPT-ET-CONTRIB  PIC ZZZ,ZZ9.99-.
        05 FILLER          PIC X(6)  VALUE "  TAX ".
        05 RPT-ET-TAX      PIC ZZZ,ZZ9.99-.
        05 FILLER          PIC X(6)  VALUE "  NET ".
        05 RPT-ET-NET      PIC ZZZ,ZZ9.99-.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-ET-NOTE     PIC X(30).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(36).
        05 RPT-TOT-COUNT   PIC ZZZZ9.
    01 RPT-AMOUNT-LINE.
        05 RPT-AMT-LABEL   PIC X(36).
        05 RPT-AMT-VALUE   PIC ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Trial (report only) or Apply to pay history? "
        "(T/A): " WITH NO ADVANCING.
    ACCEPT WS-MODE.
    MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
    IF WS-MODE NOT = "T" AND WS-MODE NOT = "A"
        DISPLAY "Mode must be T or A."
        GOBACK
    END-IF.

*> The differences land in the period today falls in, which must
*> still be open.
    SET DSRV-FISCAL-PERIOD TO TRUE.
    MOVE WS-RUN-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-FISCAL-YEAR TO WS-FISCAL-YEAR.
    MOVE DSRV-RESULT-NUM TO WS-FISCAL-PERIOD.
    MOVE WS-RUN-DATE TO PCK-DATE.
    CALL "PERIODCK" USING PERIOD-CHECK-AREA.
    IF PCK-CLOSED = "Y"
        DISPLAY "Fiscal period " PCK-PERIOD " of FY"
            PCK-FISCAL-YEAR " is already closed - nothing can be "
            "posted to it."
        GOBACK
    END-IF.

    PERFORM LOAD-CALENDAR-TABLE.
    IF WS-OPEN-START = ZERO
        DISPLAY "fiscalcal.dat has no period for today - generate "
            "the year through WS-FISCAL-CAL first."
        GOBACK
    END-IF.

    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        DISPLAY "emphist.dat not found - no salary changes to pay."
        GOBACK
    END-IF.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to pay."
        CLOSE HISTORY-FILE
        GOBACK
    END-IF.
    IF WS-MODE = "A"
        OPEN I-O PAY-HISTORY
    ELSE
        OPEN INPUT PAY-HISTORY
    END-IF.
    IF WS-PAYHIST-STATUS NOT = "00"
        DISPLAY "payhist.dat not found - run the payroll register "
            "first."
        CLOSE HISTORY-FILE
        CLOSE EMPLOYEE-MASTER
        GOBACK
    END-IF.
    IF WS-MODE = "A"
        OPEN I-O RETRO-FILE
        IF WS-RETRO-STATUS = "35"
            OPEN OUTPUT RETRO-FILE
            CLOSE RETRO-FILE
            OPEN I-O RETRO-FILE
        END-IF
    ELSE
        OPEN INPUT RETRO-FILE
    END-IF.
    IF WS-RETRO-STATUS = "00"
        MOVE "Y" TO WS-RETRO-OPEN
    END-IF.

    MOVE "WS-RETRO-PAY" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    PERFORM UNTIL WS-HISTORY-STATUS = "10"
        READ HISTORY-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-HIST-READ
                PERFORM PAIR-ONE-CHANGE
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.
    PERFORM RESOLVE-AGAINST-MASTER.

    OPEN OUTPUT REPORT-FILE.
    MOVE "RETRO PAY SCHEDULE" TO RRG-REPORT-NAME.
    MOVE "retropay.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "POST FY " WS-FISCAL-YEAR " PERIOD " WS-FISCAL-PERIOD
        " MODE " WS-MODE
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    IF WS-MODE = "A"
        MOVE "APPLY" TO RPT-MODE
    ELSE
        MOVE "TRIAL" TO RPT-MODE
    END-IF.
    MOVE WS-FISCAL-YEAR TO RPT-TITLE-FY.
    MOVE WS-FISCAL-PERIOD TO RPT-TITLE-PER.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.

*> Employee order for the schedule, each employee's changes in
*> the order they were keyed.
    MOVE ZERO TO EMP-ID.
    START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
        INVALID KEY
            MOVE "10" TO WS-EMP-FILE-STATUS
    END-START.
    IF WS-CHG-COUNT = ZERO
        MOVE "10" TO WS-EMP-FILE-STATUS
    END-IF.
    PERFORM UNTIL WS-EMP-FILE-STATUS = "10"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM RETRO-ONE-EMPLOYEE
        END-READ
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "History records read               :" TO RPT-TOT-LABEL.
    MOVE WS-HIST-READ TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Back-dated salary changes          :" TO RPT-TOT-LABEL.
    MOVE WS-CHG-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Employees with retro pay           :" TO RPT-TOT-LABEL.
    MOVE WS-EMP-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Closed periods recomputed          :" TO RPT-TOT-LABEL.
    MOVE WS-PERIOD-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Periods posted by an earlier run   :" TO RPT-TOT-LABEL.
    MOVE WS-EARLIER-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Periods with no pay record         :" TO RPT-TOT-LABEL.
    MOVE WS-NO-PAY-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Separated (settle in final pay)    :" TO RPT-TOT-LABEL.
    MOVE WS-SEPARATED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Waiting - current period disbursed :" TO RPT-TOT-LABEL.
    MOVE WS-HELD-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Net retro pay this run             :" TO RPT-AMT-LABEL.
    MOVE WS-TOT-NET TO RPT-AMT-VALUE.
    WRITE REPORT-LINE FROM RPT-AMOUNT-LINE.
    IF WS-MODE = "A"
        MOVE "Posted to current pay history      :" TO RPT-TOT-LABEL
        MOVE WS-POSTED-COUNT TO RPT-TOT-COUNT
        WRITE REPORT-LINE FROM RPT-TOTAL-LINE
        MOVE "Left for the payroll register      :" TO RPT-TOT-LABEL
        MOVE WS-AWAIT-COUNT TO RPT-TOT-COUNT
        WRITE REPORT-LINE FROM RPT-TOTAL-LINE
    END-IF.

    CLOSE REPORT-FILE.
    CLOSE EMPLOYEE-MASTER.
    CLOSE PAY-HISTORY.
    IF WS-RETRO-OPEN = "Y"
        CLOSE RETRO-FILE
    END-IF.

    MOVE WS-EMP-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-HIST-READ TO RLG-READ-COUNT.
    MOVE WS-WRITTEN-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "Retro pay schedule written to retropay.rpt - "
        WS-EMP-COUNT " employee(s), " WS-PERIOD-COUNT
        " period(s).".
    IF WS-MODE = "A"
        DISPLAY "  " WS-WRITTEN-COUNT " period(s) posted to FY"
            WS-FISCAL-YEAR " period " WS-FISCAL-PERIOD "; "
            WS-AWAIT-COUNT " employee(s) go in with the next "
            "payroll register."
    END-IF.
GOBACK.

*> Every period on the calendar, and the start of the one today
*> falls in - changes effective from then on are paid by the
*> register at the new salary already.
LOAD-CALENDAR-TABLE.
    OPEN INPUT CALENDAR-FILE.
    IF WS-CALENDAR-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-CALENDAR-STATUS = "10"
        READ CALENDAR-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-CAL-COUNT < 120
                    ADD 1 TO WS-CAL-COUNT
                    MOVE CAL-FISCAL-YEAR TO WS-CAL-FY(WS-CAL-COUNT)
                    MOVE CAL-PERIOD TO WS-CAL-PERIOD(WS-CAL-COUNT)
                    MOVE CAL-START-DATE TO WS-CAL-START(WS-CAL-COUNT)
                    MOVE CAL-END-DATE TO WS-CAL-END(WS-CAL-COUNT)
                    MOVE CAL-CLOSED TO WS-CAL-CLOSED(WS-CAL-COUNT)
                END-IF
                IF CAL-FISCAL-YEAR = WS-FISCAL-YEAR
                        AND CAL-PERIOD = WS-FISCAL-PERIOD
                    MOVE CAL-START-DATE TO WS-OPEN-START
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CALENDAR-FILE.

*> The record just read closes the previous pending change for
*> this employee (its prior image is that change's result), then
*> itself becomes the pending change awaiting its successor.
PAIR-ONE-CHANGE.
    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > WS-PEND-COUNT
        IF WS-TBL-EMP-ID(WS-IDX) = HIST-EMP-ID
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
        MOVE HIST-EMP-ID TO WS-TBL-EMP-ID(WS-IDX)
        MOVE "Y" TO WS-TBL-BLANK(WS-IDX)
    ELSE
        MOVE HIST-PRIOR-IMAGE TO WS-PRIOR-REC
        IF WS-P-SALARY NUMERIC
            MOVE WS-P-SALARY TO WS-NEW-SALARY
        ELSE
            MOVE ZERO TO WS-NEW-SALARY
        END-IF
        PERFORM KEEP-IF-BACK-DATED
    END-IF.

*> Stage the record just read as the new pending change.
    MOVE HIST-TIMESTAMP TO WS-TBL-TS(WS-IDX).
    IF HIST-EFF-DATE NUMERIC
        MOVE HIST-EFF-DATE TO WS-TBL-EFF(WS-IDX)
    ELSE
        MOVE ZERO TO WS-TBL-EFF(WS-IDX)
    END-IF.
    IF HIST-PRIOR-IMAGE = SPACES
        MOVE "Y" TO WS-TBL-BLANK(WS-IDX)
        MOVE ZERO TO WS-TBL-SALARY(WS-IDX)
    ELSE
        MOVE "N" TO WS-TBL-BLANK(WS-IDX)
        MOVE HIST-PRIOR-IMAGE TO WS-PRIOR-REC
        IF WS-P-SALARY NUMERIC
            MOVE WS-P-SALARY TO WS-TBL-SALARY(WS-IDX)
        ELSE
            MOVE ZERO TO WS-TBL-SALARY(WS-IDX)
        END-IF
    END-IF.

*> The last change per employee resolves against the current
*> master record - the state it produced is the state on file.
RESOLVE-AGAINST-MASTER.
    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > WS-PEND-COUNT
        MOVE WS-TBL-EMP-ID(WS-IDX) TO EMP-ID
        READ EMPLOYEE-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE EMP-SALARY TO WS-NEW-SALARY
                PERFORM KEEP-IF-BACK-DATED
        END-READ
    END-PERFORM.

*> Only a salary that moved, with an effective date ahead of the
*> current period, can have been underpaid or overpaid.
KEEP-IF-BACK-DATED.
    IF WS-TBL-BLANK(WS-IDX) = "Y"
        EXIT PARAGRAPH
    END-IF.
    IF WS-TBL-SALARY(WS-IDX) = WS-NEW-SALARY
        EXIT PARAGRAPH
    END-IF.
    IF WS-TBL-EFF(WS-IDX) = ZERO
            OR WS-TBL-EFF(WS-IDX) NOT < WS-OPEN-START
        EXIT PARAGRAPH
    END-IF.
    IF WS-CHG-COUNT >= 2000
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-CHG-COUNT.
    MOVE WS-TBL-EMP-ID(WS-IDX) TO WS-CHG-EMP-ID(WS-CHG-COUNT).
    MOVE WS-TBL-TS(WS-IDX) TO WS-CHG-TS(WS-CHG-COUNT).
    MOVE WS-TBL-EFF(WS-IDX) TO WS-CHG-EFF(WS-CHG-COUNT).
    MOVE WS-TBL-SALARY(WS-IDX) TO WS-CHG-OLD(WS-CHG-COUNT).
    MOVE WS-NEW-SALARY TO WS-CHG-NEW(WS-CHG-COUNT).

RETRO-ONE-EMPLOYEE.
    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
            UNTIL WS-CHG-IDX > WS-CHG-COUNT
        IF WS-CHG-EMP-ID(WS-CHG-IDX) = EMP-ID
            MOVE "Y" TO WS-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-FOUND = "N"
        EXIT PARAGRAPH
    END-IF.
    IF EMP-SEPARATED
        ADD 1 TO WS-SEPARATED-COUNT
        EXIT PARAGRAPH
    END-IF.

*> A current period already disbursed cannot take an adjustment;
*> the employee is picked up again once the next period opens.
    MOVE "N" TO WS-EMP-HELD.
    MOVE WS-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO PH-PERIOD.
    MOVE EMP-ID TO PH-EMP-ID.
    PERFORM FIND-STANDING-PAY.
    IF WS-PAYHIST-STATUS = "00" AND PH-PAID-OUT
        MOVE "Y" TO WS-EMP-HELD
        ADD 1 TO WS-HELD-COUNT
    END-IF.

    PERFORM FORMAT-EMPLOYEE-NAME.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE EMP-ID TO RPT-EMP-ID.
    MOVE WS-FULL-NAME TO RPT-EMP-NAME.
    MOVE EMP-LOCATION TO RPT-EMP-BRANCH.
    WRITE REPORT-LINE FROM RPT-EMP-LINE.

    MOVE ZERO TO WS-EMP-ROWS.
    MOVE ZERO TO WS-EMP-GROSS.
    MOVE ZERO TO WS-EMP-CONTRIB.
    MOVE ZERO TO WS-EMP-TAX.
    MOVE ZERO TO WS-EMP-NET.
    PERFORM VARYING WS-CHG-IDX FROM WS-CHG-IDX BY 1
            UNTIL WS-CHG-IDX > WS-CHG-COUNT
        IF WS-CHG-EMP-ID(WS-CHG-IDX) = EMP-ID
            PERFORM RETRO-ONE-CHANGE
        END-IF
    END-PERFORM.

    MOVE WS-EMP-GROSS TO RPT-ET-GROSS.
    MOVE WS-EMP-CONTRIB TO RPT-ET-CONTRIB.
    MOVE WS-EMP-TAX TO RPT-ET-TAX.
    MOVE WS-EMP-NET TO RPT-ET-NET.
    MOVE SPACES TO RPT-ET-NOTE.
    IF WS-EMP-ROWS > ZERO
        ADD 1 TO WS-EMP-COUNT
        IF WS-EMP-HELD = "N"
            ADD WS-EMP-NET TO WS-TOT-NET
        END-IF
        IF WS-MODE = "A"
            PERFORM POST-CURRENT-PERIOD
        END-IF
    END-IF.
    IF WS-EMP-HELD = "Y"
        MOVE "CURRENT PERIOD PAID - WAITING" TO RPT-ET-NOTE
    END-IF.
    WRITE REPORT-LINE FROM RPT-EMP-TOTAL-LINE.

RETRO-ONE-CHANGE.
    MOVE WS-CHG-EFF(WS-CHG-IDX) TO RPT-CHG-EFF.
    MOVE WS-CHG-OLD(WS-CHG-IDX) TO RPT-CHG-OLD.
    MOVE WS-CHG-NEW(WS-CHG-IDX) TO RPT-CHG-NEW.
    MOVE WS-CHG-TS(WS-CHG-IDX)(1:8) TO RPT-CHG-KEYED.
    WRITE REPORT-LINE FROM RPT-CHANGE-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

*> A closed period that ended on or after the effective date but
*> before the change was keyed went out at the old salary.
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
            UNTIL WS-CAL-IDX > WS-CAL-COUNT
        IF WS-CAL-CLOSED(WS-CAL-IDX) = "Y"
                AND WS-CAL-PERIOD(WS-CAL-IDX) < 13
                AND WS-CAL-END(WS-CAL-IDX)
                    NOT < WS-CHG-EFF(WS-CHG-IDX)
                AND WS-CAL-END(WS-CAL-IDX)
                    < WS-CHG-TS(WS-CHG-IDX)(1:8)
            PERFORM RETRO-ONE-PERIOD
        END-IF
    END-PERFORM.

RETRO-ONE-PERIOD.
    MOVE SPACES TO RPT-DET-FLAG.
    MOVE WS-CAL-FY(WS-CAL-IDX) TO RPT-DET-FY.
    MOVE WS-CAL-PERIOD(WS-CAL-IDX) TO RPT-DET-PER.

*> Already on retropay.dat: shown as it was posted, never again.
    IF WS-RETRO-OPEN = "Y"
        MOVE EMP-ID TO RTP-EMP-ID
        MOVE WS-CHG-TS(WS-CHG-IDX) TO RTP-CHANGE-STAMP
        MOVE WS-CAL-FY(WS-CAL-IDX) TO RTP-FISCAL-YEAR
        MOVE WS-CAL-PERIOD(WS-CAL-IDX) TO RTP-PERIOD
        READ RETRO-FILE
            INVALID KEY
                MOVE "23" TO WS-RETRO-STATUS
        END-READ
        IF WS-RETRO-STATUS = "00"
            ADD 1 TO WS-EARLIER-COUNT
            MOVE RTP-DAYS-COVERED TO RPT-DET-DAYS
            MOVE RTP-PERIOD-DAYS TO RPT-DET-PDAYS
            MOVE RTP-OLD-GROSS TO RPT-DET-OLD-GRS
            MOVE RTP-NEW-GROSS TO RPT-DET-NEW-GRS
            MOVE RTP-OLD-CONTRIB TO RPT-DET-OLD-CON
            MOVE RTP-NEW-CONTRIB TO RPT-DET-NEW-CON
            MOVE RTP-OLD-TAX TO RPT-DET-OLD-TAX
            MOVE RTP-NEW-TAX TO RPT-DET-NEW-TAX
            MOVE RTP-OLD-NET TO RPT-DET-OLD-NET
            MOVE RTP-NEW-NET TO RPT-DET-NEW-NET
            COMPUTE RPT-DET-DIFF = RTP-NEW-NET - RTP-OLD-NET
            STRING "POSTED " RTP-POST-FY "-" RTP-POST-PERIOD
                DELIMITED BY SIZE INTO RPT-DET-FLAG
            WRITE REPORT-LINE FROM RPT-DETAIL-LINE
            EXIT PARAGRAPH
        END-IF
    END-IF.

    MOVE WS-CAL-FY(WS-CAL-IDX) TO PH-FISCAL-YEAR.
    MOVE WS-CAL-PERIOD(WS-CAL-IDX) TO PH-PERIOD.
    MOVE EMP-ID TO PH-EMP-ID.
    PERFORM FIND-STANDING-PAY.
    IF WS-PAYHIST-STATUS NOT = "00"
        ADD 1 TO WS-NO-PAY-COUNT
        MOVE ZERO TO RPT-DET-DAYS RPT-DET-PDAYS RPT-DET-OLD-GRS
            RPT-DET-NEW-GRS RPT-DET-OLD-CON RPT-DET-NEW-CON
            RPT-DET-OLD-TAX RPT-DET-NEW-TAX RPT-DET-OLD-NET
            RPT-DET-NEW-NET RPT-DET-DIFF
        MOVE "NO PAY RECORD" TO RPT-DET-FLAG
        WRITE REPORT-LINE FROM RPT-DETAIL-LINE
        EXIT PARAGRAPH
    END-IF.

*> Calendar days of the period the change reached, out of the
*> period's own length.
    SET DSRV-DATE-DIFF TO TRUE.
    MOVE WS-CAL-START(WS-CAL-IDX) TO DSRV-DATE-A.
    MOVE WS-CAL-END(WS-CAL-IDX) TO DSRV-DATE-B.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    COMPUTE WS-PERIOD-DAYS = DSRV-RESULT-NUM + 1.
    IF WS-CHG-EFF(WS-CHG-IDX) > WS-CAL-START(WS-CAL-IDX)
        SET DSRV-DATE-DIFF TO TRUE
        MOVE WS-CHG-EFF(WS-CHG-IDX) TO DSRV-DATE-A
        MOVE WS-CAL-END(WS-CAL-IDX) TO DSRV-DATE-B
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
        COMPUTE WS-DAYS-COVERED = DSRV-RESULT-NUM + 1
    ELSE
        MOVE WS-PERIOD-DAYS TO WS-DAYS-COVERED
    END-IF.
    COMPUTE WS-DELTA ROUNDED =
        (WS-CHG-NEW(WS-CHG-IDX) - WS-CHG-OLD(WS-CHG-IDX))
        * WS-DAYS-COVERED / WS-PERIOD-DAYS.

*> As paid, then as it should have been, both through the
*> brackets in force at the end of that period. Loans are left
*> out: the installment taken does not move with the salary.
    MOVE WS-CAL-END(WS-CAL-IDX) TO PAY-AS-OF-DATE.
    MOVE PH-GROSS TO PAY-GROSS.
    MOVE PH-NONTAX-EARN TO PAY-NONTAX-EARN.
    MOVE ZERO TO PAY-LOAN-DEDUCT.
    MOVE ZERO TO PAY-HMO-DEDUCT.
    CALL "PAYCALC" USING PAY-CALC-AREA.
    COMPUTE WS-OLD-CONTRIB = PAY-SSS + PAY-PHILHEALTH + PAY-PAGIBIG.
    MOVE PAY-TAX TO WS-OLD-TAX.
    MOVE PAY-NET TO WS-OLD-NET.

    COMPUTE WS-NEW-GROSS = PH-GROSS + WS-DELTA.
    IF WS-NEW-GROSS < ZERO
        MOVE ZERO TO WS-NEW-GROSS
    END-IF.
    MOVE WS-CAL-END(WS-CAL-IDX) TO PAY-AS-OF-DATE.
    MOVE WS-NEW-GROSS TO PAY-GROSS.
    MOVE PH-NONTAX-EARN TO PAY-NONTAX-EARN.
    MOVE ZERO TO PAY-LOAN-DEDUCT.
    MOVE ZERO TO PAY-HMO-DEDUCT.
    CALL "PAYCALC" USING PAY-CALC-AREA.

    MOVE EMP-ID TO RTP-EMP-ID.
    MOVE WS-CHG-TS(WS-CHG-IDX) TO RTP-CHANGE-STAMP.
    MOVE WS-CAL-FY(WS-CAL-IDX) TO RTP-FISCAL-YEAR.
    MOVE WS-CAL-PERIOD(WS-CAL-IDX) TO RTP-PERIOD.
    MOVE WS-CHG-EFF(WS-CHG-IDX) TO RTP-EFF-DATE.
    MOVE WS-CHG-OLD(WS-CHG-IDX) TO RTP-OLD-SALARY.
    MOVE WS-CHG-NEW(WS-CHG-IDX) TO RTP-NEW-SALARY.
    MOVE WS-DAYS-COVERED TO RTP-DAYS-COVERED.
    MOVE WS-PERIOD-DAYS TO RTP-PERIOD-DAYS.
    MOVE PH-GROSS TO RTP-OLD-GROSS.
    MOVE PAY-GROSS TO RTP-NEW-GROSS.
    MOVE WS-OLD-CONTRIB TO RTP-OLD-CONTRIB.
    COMPUTE RTP-NEW-CONTRIB = PAY-SSS + PAY-PHILHEALTH + PAY-PAGIBIG.
    MOVE WS-OLD-TAX TO RTP-OLD-TAX.
    MOVE PAY-TAX TO RTP-NEW-TAX.
    MOVE WS-OLD-NET TO RTP-OLD-NET.
    MOVE PAY-NET TO RTP-NEW-NET.
    MOVE WS-FISCAL-YEAR TO RTP-POST-FY.
    MOVE WS-FISCAL-PERIOD TO RTP-POST-PERIOD.
    MOVE WS-RUN-DATE TO RTP-POSTED-ON.

    ADD 1 TO WS-PERIOD-COUNT.
    ADD 1 TO WS-EMP-ROWS.
    COMPUTE WS-EMP-GROSS = WS-EMP-GROSS
        + RTP-NEW-GROSS - RTP-OLD-GROSS.
    COMPUTE WS-EMP-CONTRIB = WS-EMP-CONTRIB
        + RTP-NEW-CONTRIB - RTP-OLD-CONTRIB.
    COMPUTE WS-EMP-TAX = WS-EMP-TAX + RTP-NEW-TAX - RTP-OLD-TAX.
    COMPUTE WS-EMP-NET = WS-EMP-NET + RTP-NEW-NET - RTP-OLD-NET.

    MOVE WS-DAYS-COVERED TO RPT-DET-DAYS.
    MOVE WS-PERIOD-DAYS TO RPT-DET-PDAYS.
    MOVE RTP-OLD-GROSS TO RPT-DET-OLD-GRS.
    MOVE RTP-NEW-GROSS TO RPT-DET-NEW-GRS.
    MOVE RTP-OLD-CONTRIB TO RPT-DET-OLD-CON.
    MOVE RTP-NEW-CONTRIB TO RPT-DET-NEW-CON.
    MOVE RTP-OLD-TAX TO RPT-DET-OLD-TAX.
    MOVE RTP-NEW-TAX TO RPT-DET-NEW-TAX.
    MOVE RTP-OLD-NET TO RPT-DET-OLD-NET.
    MOVE RTP-NEW-NET TO RPT-DET-NEW-NET.
    COMPUTE RPT-DET-DIFF = RTP-NEW-NET - RTP-OLD-NET.
    IF WS-DAYS-COVERED < WS-PERIOD-DAYS
        MOVE "PRORATED" TO RPT-DET-FLAG
    END-IF.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

    IF WS-MODE = "A" AND WS-EMP-HELD = "N"
        WRITE RETRO-PAY-RECORD
            INVALID KEY
                DISPLAY "Retro record for " EMP-ID " period "
                    RTP-PERIOD " already on file."
            NOT INVALID KEY
                ADD 1 TO WS-WRITTEN-COUNT
        END-WRITE
    END-IF.

*> The one adjustment for the employee, added to the current
*> period's record if the register has already written it; a
*> rerun of the register rebuilds the same figures from
*> retropay.dat.
POST-CURRENT-PERIOD.
    IF WS-EMP-HELD = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO PH-PERIOD.
    MOVE EMP-ID TO PH-EMP-ID.
    PERFORM FIND-STANDING-PAY.
    IF WS-PAYHIST-STATUS NOT = "00"
        ADD 1 TO WS-AWAIT-COUNT
        MOVE "WITH NEXT PAYROLL REGISTER" TO RPT-ET-NOTE
        EXIT PARAGRAPH
    END-IF.
    IF PH-RETRO-GROSS IS NOT NUMERIC
        MOVE ZERO TO PH-RETRO-GROSS
        MOVE ZERO TO PH-RETRO-CONTRIB
        MOVE ZERO TO PH-RETRO-TAX
        MOVE ZERO TO PH-RETRO-NET
    END-IF.
    ADD WS-EMP-GROSS TO PH-RETRO-GROSS.
    ADD WS-EMP-CONTRIB TO PH-RETRO-CONTRIB.
    ADD WS-EMP-TAX TO PH-RETRO-TAX.
    ADD WS-EMP-NET TO PH-RETRO-NET.
    ADD WS-EMP-NET TO PH-NET.
    REWRITE PAY-HISTORY-RECORD
        INVALID KEY
            DISPLAY "Pay history rewrite failed for " EMP-ID "."
            EXIT PARAGRAPH
    END-REWRITE.
    ADD 1 TO WS-POSTED-COUNT.
    MOVE "POSTED TO CURRENT PERIOD" TO RPT-ET-NOTE.

*> The pay that stands for the employee in the period keyed in
*> PH-FISCAL-YEAR/PH-PERIOD/PH-EMP-ID: the regular run, or the
*> off-cycle run that replaced it once it was reversed. Status
*> "00" leaves that record current for a REWRITE; "23" when no
*> run stands.
FIND-STANDING-PAY.
    MOVE PH-FISCAL-YEAR TO WS-STD-FY.
    MOVE PH-PERIOD TO WS-STD-PERIOD.
    MOVE PH-EMP-ID TO WS-STD-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            MOVE "23" TO WS-PAYHIST-STATUS
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-PAYHIST-STATUS NOT = "00"
        READ PAY-HISTORY NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF PH-FISCAL-YEAR NOT = WS-STD-FY
                OR PH-PERIOD NOT = WS-STD-PERIOD
                OR PH-EMP-ID NOT = WS-STD-EMP-ID
            EXIT PERFORM
        END-IF
        IF NOT PH-REVERSAL AND NOT PH-IS-REVERSED
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.
    MOVE "23" TO WS-PAYHIST-STATUS.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
