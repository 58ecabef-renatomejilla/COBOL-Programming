*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Monthly reconciliation of attendance against
*>              approved leave, the cross-check payroll used to do
*>              by hand. Every absence in attdhist.dat on a working
*>              day is matched against the leave applied on
*>              leavehist.dat. A working day is a scheduled shift
*>              day for staff with a shift schedule; for the rest,
*>              any day DATE-SERVICES counts as a working day
*>              (weekends and holidays.dat excluded). Absences that
*>              no approved leave covers are leave without pay;
*>              approved leave days on which the employee clocked
*>              in anyway are flagged too. Days on a leave type
*>              leavetyp.dat marks unpaid are covered but still
*>              leave without pay. The exception list
*>              (absrecon.rpt) shows each uncovered absence and
*>              each leave-day punch by employee, with the
*>              leave-without-pay day count and the deduction at
*>              the daily rate (EMP-SALARY over the sysparm
*>              WORK-DAYS-MONTH), for supervisors to review. Trial
*>              mode prints only; apply mode also books the
*>              deductions on lwop.dat for the month's fiscal
*>              period, replacing any earlier booking, and the
*>              register takes them off basic pay. Run from the
*>              menu by an operator whose access scope
*>              (operscope.dat) names branches, only employees of
*>              those branches are reconciled, and an apply run
*>              replaces only their bookings - other branches'
*>              deductions for the period stay on lwop.dat.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-ABSENCE-RECON.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT HISTORY-FILE ASSIGN TO "attdhist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT LEAVE-HISTORY ASSIGN TO "leavehist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEAVE-STATUS.

        SELECT LEAVE-TYPE-FILE ASSIGN TO "leavetyp.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LVT-CODE
            FILE STATUS IS WS-TYPE-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT LWOP-FILE ASSIGN TO "lwop.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LWP-KEY
            FILE STATUS IS WS-LWOP-STATUS.

        SELECT REPORT-FILE ASSIGN TO "absrecon.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        SELECT SORT-FILE ASSIGN TO "absrecon.tmp".

DATA DIVISION.
    FILE SECTION.
    FD HISTORY-FILE.
    COPY ATTREC.

    FD LEAVE-HISTORY.
    COPY LEAVHIST.

    FD LEAVE-TYPE-FILE.
    COPY LEAVETYP.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD LWOP-FILE.
    COPY LWOPREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(100).

    SD SORT-FILE.
    01 SORT-RECORD.
        05 SRT-EMP-ID       PIC 9(6).
        05 SRT-DATE         PIC 9(8).
        05 SRT-CODE         PIC X.
        05 SRT-TIME-IN      PIC X(4).
        05 SRT-TIME-OUT     PIC X(4).
        05 SRT-SHIFT-CODE   PIC X(4).
        05 SRT-SCHED-FLAG   PIC X.

    WORKING-STORAGE SECTION.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-LEAVE-STATUS      PIC XX.
    01 WS-TYPE-STATUS       PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-LWOP-STATUS       PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-SORT-EOF          PIC X.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-PICK-MONTH        PIC 9(6).
    01 WS-MONTH-START       PIC 9(8).
    01 WS-MONTH-END         PIC 9(8).
    01 WS-MODE              PIC X.
    01 WS-FISCAL-YEAR       PIC 9(4).
    01 WS-PERIOD            PIC 99.
    01 WS-MONTH-DAYS        PIC 99 VALUE 22.
    COPY SYSPARM.
    01 WS-READ-COUNT        PIC 9(6) VALUE ZERO.
    01 WS-EMP-COUNT         PIC 9(5) VALUE ZERO.
    01 WS-LWOP-EMP-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-POSTED-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-PURGED-COUNT      PIC 9(5) VALUE ZERO.

*> Approved leave overlapping the month.
    01 WS-LEAVE-TOTAL       PIC 9(4) VALUE ZERO.
    01 WS-LEAVE-IDX         PIC 9(4).
    01 WS-LEAVE-TABLE.
        05 WS-LV-ENTRY OCCURS 3000 TIMES.
            10 WS-LV-EMP-ID     PIC 9(6).
            10 WS-LV-TYPE       PIC X.
            10 WS-LV-START      PIC 9(8).
            10 WS-LV-END        PIC 9(8).
    01 WS-LEAVE-DROPPED     PIC 9(5) VALUE ZERO.

*> Leave types taken without pay.
    01 WS-UNPAID-TYPES      PIC X(30) VALUE SPACES.
    01 WS-UNPAID-COUNT      PIC 99 VALUE ZERO.
    01 WS-UNPAID-IDX        PIC 99.
    01 WS-COVER-UNPAID      PIC X.

*> The day being matched.
    01 WS-COVER-TYPE        PIC X.
    01 WS-WORKING-DAY       PIC X.

*> The current employee's month.
    01 WS-CUR-EMP-ID        PIC 9(6) VALUE ZERO.
    01 WS-CUR-PAYABLE       PIC X.
    01 WS-CUR-SALARY        PIC 9(7)V99.
    01 WS-CUR-HEADED        PIC X.
    01 WS-CUR-IN-SCOPE      PIC X.
    01 WS-EMP-ABSENT        PIC 99.
    01 WS-EMP-COVERED       PIC 99.
    01 WS-EMP-LWOP          PIC 99.
    01 WS-EMP-PUNCHED       PIC 99.
    01 WS-DAILY-RATE        PIC 9(7)V99.
    01 WS-LWOP-AMOUNT       PIC 9(7)V99.

*> Company totals.
    01 WS-TOT-ABSENT        PIC 9(6) VALUE ZERO.
    01 WS-TOT-COVERED       PIC 9(6) VALUE ZERO.
    01 WS-TOT-LWOP          PIC 9(6) VALUE ZERO.
    01 WS-TOT-PUNCHED       PIC 9(6) VALUE ZERO.
    01 WS-TOT-AMOUNT        PIC 9(9)V99 VALUE ZERO.

    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY DATESRV.
    COPY RUNLOG.
    COPY RPTREG.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 9(5).

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(38)
            VALUE "ABSENCE / LEAVE RECONCILIATION (".
        05 RPT-MODE        PIC X(5).
        05 FILLER          PIC X(9)  VALUE ") MONTH  ".
        05 RPT-TITLE-MONTH PIC 9(6).
        05 FILLER          PIC X(7)  VALUE "   FY  ".
        05 RPT-TITLE-FY    PIC 9(4).
        05 FILLER          PIC X(9)  VALUE "  PERIOD ".
        05 RPT-TITLE-PER   PIC Z9.
    01 RPT-EMP-LINE.
        05 RPT-EMP-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EMP-NAME    PIC X(31).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EMP-BRANCH  PIC X(15).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EMP-FLAG    PIC X(20).
    01 RPT-EXCEPTION-LINE.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-EXC-DATE    PIC 9(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EXC-CODE    PIC X.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EXC-IN      PIC X(4).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-EXC-OUT     PIC X(4).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EXC-TEXT    PIC X(40).
    01 RPT-SUMMARY-LINE.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 FILLER          PIC X(9)  VALUE "Absences ".
        05 RPT-SUM-ABSENT  PIC Z9.
        05 FILLER          PIC X(10) VALUE "  covered ".
        05 RPT-SUM-COVERED PIC Z9.
        05 FILLER          PIC X(7)  VALUE "  LWOP ".
        05 RPT-SUM-LWOP    PIC Z9.
        05 FILLER          PIC X(15) VALUE "  leave punch ".
        05 RPT-SUM-PUNCHED PIC Z9.
        05 FILLER          PIC X(8)  VALUE "  rate ".
        05 RPT-SUM-RATE    PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X(10) VALUE "  deduct ".
        05 RPT-SUM-AMOUNT  PIC Z,ZZZ,ZZ9.99.
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(30).
        05 RPT-TOT-COUNT   PIC ZZZZZ9.
    01 RPT-TOTAL-AMOUNT-LINE.
        05 RPT-TOT-AMT-LBL PIC X(30).
        05 RPT-TOT-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN SECTION.
    PERFORM RESOLVE-BRANCH-SCOPE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Reconcile month (YYYYMM, 0 for current): "
        WITH NO ADVANCING.
    ACCEPT WS-PICK-MONTH.
    IF WS-PICK-MONTH = ZERO
        MOVE WS-RUN-DATE(1:6) TO WS-PICK-MONTH
    END-IF.
    DISPLAY "Trial (exceptions only) or Apply to payroll? "
        "(T/A): " WITH NO ADVANCING.
    ACCEPT WS-MODE.
    MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
    IF WS-MODE NOT = "T" AND WS-MODE NOT = "A"
        DISPLAY "Mode must be T or A."
        GOBACK
    END-IF.
    COMPUTE WS-MONTH-START = WS-PICK-MONTH * 100 + 1.
    COMPUTE WS-MONTH-END = WS-PICK-MONTH * 100 + 31.

*> The month's deduction lands in the fiscal period the month
*> falls in, the same period the register pays.
    SET DSRV-FISCAL-PERIOD TO TRUE.
    MOVE WS-MONTH-START TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-FISCAL-YEAR TO WS-FISCAL-YEAR.
    MOVE DSRV-RESULT-NUM TO WS-PERIOD.

    MOVE "WORK-DAYS-MONTH" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
            AND SPM-NUMERIC < 32
        MOVE SPM-NUMERIC TO WS-MONTH-DAYS
    END-IF.

    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        DISPLAY "attdhist.dat not found - load attendance first "
            "through WS-ATTEND-LOAD."
        GOBACK
    END-IF.
    CLOSE HISTORY-FILE.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to reconcile."
        GOBACK
    END-IF.

    PERFORM LOAD-APPROVED-LEAVE.
    PERFORM LOAD-UNPAID-TYPES.
    IF WS-MODE = "A"
        OPEN I-O LWOP-FILE
        IF WS-LWOP-STATUS = "35"
            OPEN OUTPUT LWOP-FILE
            CLOSE LWOP-FILE
            OPEN I-O LWOP-FILE
        END-IF
        PERFORM PURGE-PERIOD-LWOP
    END-IF.

    MOVE "WS-ABSENCE-RECON" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    SORT SORT-FILE
        ON ASCENDING KEY SRT-EMP-ID SRT-DATE
        INPUT PROCEDURE IS FEED-SORT
        OUTPUT PROCEDURE IS PRINT-RECONCILIATION.

    CLOSE EMPLOYEE-MASTER.
    IF WS-MODE = "A"
        CLOSE LWOP-FILE
    END-IF.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-POSTED-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    MOVE WS-EMP-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    DISPLAY "Reconciliation for " WS-PICK-MONTH
        " written to absrecon.rpt - " WS-LWOP-EMP-COUNT
        " employee(s) with leave without pay.".
    IF WS-MODE = "A"
        DISPLAY WS-POSTED-COUNT " deduction(s) booked on lwop.dat"
            " for FY" WS-FISCAL-YEAR " period " WS-PERIOD
            " (" WS-PURGED-COUNT " earlier booking(s) replaced)."
    END-IF.
    IF WS-LEAVE-DROPPED > ZERO
        DISPLAY WS-LEAVE-DROPPED " leave record(s) beyond the "
            "table were not matched - absences may be overstated."
    END-IF.
GOBACK.

FEED-SORT SECTION.
    OPEN INPUT HISTORY-FILE.
    PERFORM UNTIL WS-HISTORY-STATUS = "10"
        READ HISTORY-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                IF ATT-DATE(1:6) = WS-PICK-MONTH
                        AND ATT-EMP-ID NUMERIC
                    MOVE ATT-EMP-ID     TO SRT-EMP-ID
                    MOVE ATT-DATE       TO SRT-DATE
                    MOVE ATT-CODE       TO SRT-CODE
                    MOVE ATT-TIME-IN    TO SRT-TIME-IN
                    MOVE ATT-TIME-OUT   TO SRT-TIME-OUT
                    MOVE ATT-SHIFT-CODE TO SRT-SHIFT-CODE
                    MOVE ATT-SCHED-FLAG TO SRT-SCHED-FLAG
                    RELEASE SORT-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.

PRINT-RECONCILIATION SECTION.
    OPEN OUTPUT REPORT-FILE.
    MOVE "ABSENCE RECON" TO RRG-REPORT-NAME.
    MOVE "absrecon.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "MONTH " WS-PICK-MONTH " MODE " WS-MODE
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    IF WS-MODE = "A"
        MOVE "APPLY" TO RPT-MODE
    ELSE
        MOVE "TRIAL" TO RPT-MODE
    END-IF.
    MOVE WS-PICK-MONTH TO RPT-TITLE-MONTH.
    MOVE WS-FISCAL-YEAR TO RPT-TITLE-FY.
    MOVE WS-PERIOD TO RPT-TITLE-PER.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

    MOVE "N" TO WS-SORT-EOF.
    PERFORM UNTIL WS-SORT-EOF = "Y"
        RETURN SORT-FILE
            AT END
                MOVE "Y" TO WS-SORT-EOF
            NOT AT END
                IF SRT-EMP-ID NOT = WS-CUR-EMP-ID
                    IF WS-CUR-EMP-ID NOT = ZERO
                        PERFORM FINISH-EMPLOYEE
                    END-IF
                    PERFORM START-EMPLOYEE
                END-IF
                IF WS-CUR-IN-SCOPE = "Y"
                    PERFORM MATCH-ONE-DAY
                END-IF
        END-RETURN
    END-PERFORM.
    IF WS-CUR-EMP-ID NOT = ZERO
        PERFORM FINISH-EMPLOYEE
    END-IF.
    PERFORM WRITE-COMPANY-TOTALS.
    PERFORM WRITE-SCOPE-FOOTER.
    CLOSE REPORT-FILE.

RECON-ROUTINES SECTION.
LOAD-APPROVED-LEAVE.
    OPEN INPUT LEAVE-HISTORY.
    IF WS-LEAVE-STATUS NOT = "00"
        DISPLAY "leavehist.dat not found - no absence is covered "
            "by leave."
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-LEAVE-STATUS NOT = "00"
        READ LEAVE-HISTORY
            AT END
                EXIT PERFORM
        END-READ
*> Year-end conversion and forfeiture entries move credits; they
*> are not time off.
        IF LVH-START-DATE <= WS-MONTH-END
                AND LVH-END-DATE >= WS-MONTH-START
                AND NOT LVH-YEAR-END
            IF WS-LEAVE-TOTAL < 3000
                ADD 1 TO WS-LEAVE-TOTAL
                MOVE LVH-EMP-ID TO WS-LV-EMP-ID(WS-LEAVE-TOTAL)
                MOVE LVH-TYPE TO WS-LV-TYPE(WS-LEAVE-TOTAL)
                MOVE LVH-START-DATE TO WS-LV-START(WS-LEAVE-TOTAL)
                MOVE LVH-END-DATE TO WS-LV-END(WS-LEAVE-TOTAL)
            ELSE
                ADD 1 TO WS-LEAVE-DROPPED
            END-IF
        END-IF
    END-PERFORM.
    CLOSE LEAVE-HISTORY.

LOAD-UNPAID-TYPES.
    OPEN INPUT LEAVE-TYPE-FILE.
    IF WS-TYPE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-TYPE-STATUS NOT = "00"
        READ LEAVE-TYPE-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF LVT-IS-UNPAID AND WS-UNPAID-COUNT < 30
            ADD 1 TO WS-UNPAID-COUNT
            MOVE LVT-CODE TO WS-UNPAID-TYPES(WS-UNPAID-COUNT:1)
        END-IF
    END-PERFORM.
    CLOSE LEAVE-TYPE-FILE.

CHECK-UNPAID-COVER.
    MOVE "N" TO WS-COVER-UNPAID.
    PERFORM VARYING WS-UNPAID-IDX FROM 1 BY 1
            UNTIL WS-UNPAID-IDX > WS-UNPAID-COUNT
        IF WS-UNPAID-TYPES(WS-UNPAID-IDX:1) = WS-COVER-TYPE
            MOVE "Y" TO WS-COVER-UNPAID
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> An apply rerun books the month afresh: every deduction already
*> on file for the fiscal period goes first - within the
*> operator's branch scope, since only those employees are booked
*> again.
PURGE-PERIOD-LWOP.
    MOVE LOW-VALUES TO LWP-KEY.
    START LWOP-FILE KEY IS NOT LESS THAN LWP-KEY
        INVALID KEY
            MOVE "10" TO WS-LWOP-STATUS
    END-START.
    PERFORM UNTIL WS-LWOP-STATUS NOT = "00"
        READ LWOP-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF LWP-FISCAL-YEAR = WS-FISCAL-YEAR
                AND LWP-PERIOD = WS-PERIOD
            PERFORM CHECK-BOOKING-SCOPE
            IF BSC-IN-SCOPE NOT = "Y"
                EXIT PERFORM CYCLE
            END-IF
            DELETE LWOP-FILE RECORD
            ADD 1 TO WS-PURGED-COUNT
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-LWOP-STATUS.

START-EMPLOYEE.
    MOVE SRT-EMP-ID TO WS-CUR-EMP-ID.
    MOVE ZERO TO WS-EMP-ABSENT WS-EMP-COVERED WS-EMP-LWOP
        WS-EMP-PUNCHED WS-CUR-SALARY.
    MOVE "N" TO WS-CUR-HEADED.
    MOVE "Y" TO WS-CUR-PAYABLE.
    MOVE SPACES TO RPT-EMP-BRANCH.
    MOVE SPACES TO RPT-EMP-FLAG.
    MOVE WS-CUR-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "** NOT ON MASTER **" TO WS-FULL-NAME
            MOVE "NOT ON MASTER" TO RPT-EMP-FLAG
            MOVE "N" TO WS-CUR-PAYABLE
        NOT INVALID KEY
            PERFORM FORMAT-EMPLOYEE-NAME
            MOVE EMP-LOCATION TO RPT-EMP-BRANCH
            MOVE EMP-SALARY TO WS-CUR-SALARY
            IF EMP-SEPARATED
                MOVE "SEPARATED" TO RPT-EMP-FLAG
                MOVE "N" TO WS-CUR-PAYABLE
            END-IF
    END-READ.
    MOVE WS-CUR-EMP-ID TO RPT-EMP-ID.
    MOVE WS-FULL-NAME TO RPT-EMP-NAME.
    MOVE WS-CUR-EMP-ID TO BSC-EMP-ID.
    MOVE RPT-EMP-BRANCH TO BSC-BRANCH.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.
    MOVE BSC-IN-SCOPE TO WS-CUR-IN-SCOPE.
    IF WS-CUR-IN-SCOPE = "Y"
        ADD 1 TO WS-EMP-COUNT
    ELSE
        ADD 1 TO WS-SCOPE-OMITTED
    END-IF.

*> The employee heading prints only once the employee has
*> something for the supervisor to look at.
WRITE-EMPLOYEE-HEADING.
    IF WS-CUR-HEADED = "N"
        WRITE REPORT-LINE FROM RPT-EMP-LINE
        MOVE "Y" TO WS-CUR-HEADED
    END-IF.

MATCH-ONE-DAY.
    PERFORM FIND-LEAVE-COVER.
    PERFORM CHECK-WORKING-DAY.
    IF SRT-CODE = "A"
        IF WS-WORKING-DAY NOT = "Y"
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-EMP-ABSENT
        IF WS-COVER-TYPE NOT = SPACE
            ADD 1 TO WS-EMP-COVERED
            PERFORM CHECK-UNPAID-COVER
            IF WS-COVER-UNPAID = "Y"
                ADD 1 TO WS-EMP-LWOP
                MOVE "ON UNPAID LEAVE - TYPE" TO RPT-EXC-TEXT
                MOVE WS-COVER-TYPE TO RPT-EXC-TEXT(24:1)
                PERFORM WRITE-EXCEPTION-LINE
            END-IF
        ELSE
            ADD 1 TO WS-EMP-LWOP
            MOVE "ABSENT - NO APPROVED LEAVE" TO RPT-EXC-TEXT
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
    ELSE
        IF WS-COVER-TYPE NOT = SPACE AND SRT-TIME-IN NUMERIC
            ADD 1 TO WS-EMP-PUNCHED
            MOVE "CLOCKED IN ON APPROVED LEAVE - TYPE"
                TO RPT-EXC-TEXT
            MOVE WS-COVER-TYPE TO RPT-EXC-TEXT(37:1)
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
    END-IF.

FIND-LEAVE-COVER.
    MOVE SPACE TO WS-COVER-TYPE.
    PERFORM VARYING WS-LEAVE-IDX FROM 1 BY 1
            UNTIL WS-LEAVE-IDX > WS-LEAVE-TOTAL
        IF WS-LV-EMP-ID(WS-LEAVE-IDX) = SRT-EMP-ID
                AND WS-LV-START(WS-LEAVE-IDX) <= SRT-DATE
                AND WS-LV-END(WS-LEAVE-IDX) >= SRT-DATE
            MOVE WS-LV-TYPE(WS-LEAVE-IDX) TO WS-COVER-TYPE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> The attendance load already judged scheduled staff against
*> their shift; only unscheduled days fall back to the calendar.
CHECK-WORKING-DAY.
    EVALUATE SRT-SCHED-FLAG
        WHEN "S"
        WHEN "N"
            MOVE "Y" TO WS-WORKING-DAY
        WHEN "R"
        WHEN "D"
        WHEN "H"
            MOVE "N" TO WS-WORKING-DAY
        WHEN OTHER
            SET DSRV-WORKDAYS TO TRUE
            MOVE SRT-DATE TO DSRV-DATE-A
            MOVE SRT-DATE TO DSRV-DATE-B
            CALL "DATE-SERVICES" USING DATE-SRV-AREA
            IF DSRV-RESULT-NUM = 1
                MOVE "Y" TO WS-WORKING-DAY
            ELSE
                MOVE "N" TO WS-WORKING-DAY
            END-IF
    END-EVALUATE.

WRITE-EXCEPTION-LINE.
    PERFORM WRITE-EMPLOYEE-HEADING.
    MOVE SRT-DATE TO RPT-EXC-DATE.
    MOVE SRT-CODE TO RPT-EXC-CODE.
    MOVE SRT-TIME-IN TO RPT-EXC-IN.
    MOVE SRT-TIME-OUT TO RPT-EXC-OUT.
    WRITE REPORT-LINE FROM RPT-EXCEPTION-LINE.

*> Leave without pay at the daily rate, never more than the
*> month's salary.
FINISH-EMPLOYEE.
    IF WS-CUR-IN-SCOPE NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-DAILY-RATE.
    MOVE ZERO TO WS-LWOP-AMOUNT.
    IF WS-CUR-PAYABLE = "Y" AND WS-EMP-LWOP > ZERO
        COMPUTE WS-DAILY-RATE ROUNDED =
            WS-CUR-SALARY / WS-MONTH-DAYS
        COMPUTE WS-LWOP-AMOUNT = WS-DAILY-RATE * WS-EMP-LWOP
        IF WS-LWOP-AMOUNT > WS-CUR-SALARY
            MOVE WS-CUR-SALARY TO WS-LWOP-AMOUNT
        END-IF
        ADD 1 TO WS-LWOP-EMP-COUNT
    END-IF.
    ADD WS-EMP-ABSENT TO WS-TOT-ABSENT.
    ADD WS-EMP-COVERED TO WS-TOT-COVERED.
    ADD WS-EMP-LWOP TO WS-TOT-LWOP.
    ADD WS-EMP-PUNCHED TO WS-TOT-PUNCHED.
    ADD WS-LWOP-AMOUNT TO WS-TOT-AMOUNT.

    IF WS-EMP-ABSENT = ZERO AND WS-EMP-PUNCHED = ZERO
        EXIT PARAGRAPH
    END-IF.
    PERFORM WRITE-EMPLOYEE-HEADING.
    MOVE WS-EMP-ABSENT TO RPT-SUM-ABSENT.
    MOVE WS-EMP-COVERED TO RPT-SUM-COVERED.
    MOVE WS-EMP-LWOP TO RPT-SUM-LWOP.
    MOVE WS-EMP-PUNCHED TO RPT-SUM-PUNCHED.
    MOVE WS-DAILY-RATE TO RPT-SUM-RATE.
    MOVE WS-LWOP-AMOUNT TO RPT-SUM-AMOUNT.
    WRITE REPORT-LINE FROM RPT-SUMMARY-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

    IF WS-MODE = "A" AND WS-LWOP-AMOUNT > ZERO
        PERFORM BOOK-LWOP
    END-IF.

BOOK-LWOP.
    MOVE WS-CUR-EMP-ID TO LWP-EMP-ID.
    MOVE WS-FISCAL-YEAR TO LWP-FISCAL-YEAR.
    MOVE WS-PERIOD TO LWP-PERIOD.
    MOVE WS-PICK-MONTH TO LWP-MONTH.
    MOVE WS-EMP-LWOP TO LWP-DAYS.
    MOVE WS-DAILY-RATE TO LWP-DAILY-RATE.
    MOVE WS-LWOP-AMOUNT TO LWP-AMOUNT.
    MOVE WS-RUN-DATE TO LWP-POSTED-ON.
    WRITE LWOP-RECORD
        INVALID KEY
            DISPLAY "Leave without pay for " WS-CUR-EMP-ID
                " already booked - not replaced."
        NOT INVALID KEY
            ADD 1 TO WS-POSTED-COUNT
    END-WRITE.

WRITE-COMPANY-TOTALS.
    MOVE "Employees with attendance   : " TO RPT-TOT-LABEL.
    MOVE WS-EMP-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Working-day absences        : " TO RPT-TOT-LABEL.
    MOVE WS-TOT-ABSENT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "  covered by approved leave : " TO RPT-TOT-LABEL.
    MOVE WS-TOT-COVERED TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "  leave without pay days    : " TO RPT-TOT-LABEL.
    MOVE WS-TOT-LWOP TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Clocked in on approved leave: " TO RPT-TOT-LABEL.
    MOVE WS-TOT-PUNCHED TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Leave without pay deductions: " TO RPT-TOT-AMT-LBL.
    MOVE WS-TOT-AMOUNT TO RPT-TOT-AMOUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-AMOUNT-LINE.
    IF WS-MODE = "A"
        MOVE "Deductions booked           : " TO RPT-TOT-LABEL
        MOVE WS-POSTED-COUNT TO RPT-TOT-COUNT
        WRITE REPORT-LINE FROM RPT-TOTAL-LINE
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

*> A booking belongs to the employee's branch on the master; one
*> for someone no longer there stays put for a scoped operator.
CHECK-BOOKING-SCOPE.
    MOVE "Y" TO BSC-IN-SCOPE.
    IF BSC-SCOPE-ALL = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO BSC-BRANCH.
    MOVE LWP-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE EMP-LOCATION TO BSC-BRANCH
    END-READ.
    MOVE LWP-EMP-ID TO BSC-EMP-ID.
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
