*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Monthly HR management pack - the one printout that
*>              replaces the separate headcount, turnover, payroll
*>              cost and leave runs, each with its own period. For
*>              the month asked (last month by default) it first
*>              takes the month's snapshot into hrsnap.dat from
*>              employee.dat, hcbudget.dat, payhist.dat,
*>              attdhist.dat and leavehist.dat (see HRSNAP.cpy for
*>              what each figure counts); a month already on file
*>              is kept as taken unless the operator asks for it to
*>              be taken again, so the trend reads what the masters
*>              said at each month end. The pack is then printed
*>              from the snapshots alone: all branches together,
*>              then each branch, with headcount against budget,
*>              hires and separations, payroll cost against the
*>              budgeted salary mass, absence rate and leave
*>              utilization - each for the month, the prior month,
*>              the same month last year and the twelve months to
*>              the month. A month with no snapshot prints "-".
*>              Output in hrpack.rpt.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-HR-PACK.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SNAP-FILE ASSIGN TO "hrsnap.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HSN-KEY
            FILE STATUS IS WS-SNAP-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT BUDGET-FILE ASSIGN TO "hcbudget.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUDGET-STATUS.

        SELECT PAY-HISTORY ASSIGN TO "payhist.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-PAYHIST-STATUS.

        SELECT ATTEND-HISTORY ASSIGN TO "attdhist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ATTEND-STATUS.

        SELECT LEAVE-HISTORY ASSIGN TO "leavehist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEAVE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "hrpack.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD SNAP-FILE.
    COPY HRSNAP.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD BUDGET-FILE.
    COPY BUDGREC.

    FD PAY-HISTORY.
    COPY PAYHIST.

    FD ATTEND-HISTORY.
    COPY ATTREC.

    FD LEAVE-HISTORY.
    COPY LEAVHIST.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-SNAP-STATUS       PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-BUDGET-STATUS     PIC XX.
    01 WS-PAYHIST-STATUS    PIC XX.
    01 WS-ATTEND-STATUS     PIC XX.
    01 WS-LEAVE-STATUS      PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-OPERATOR          PIC X(8) VALUE "BATCH".
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-PICK-MONTH        PIC 9(6).
    01 WS-PICK-PARTS REDEFINES WS-PICK-MONTH.
        05 WS-PICK-YYYY     PIC 9(4).
        05 WS-PICK-MM       PIC 99.
    01 WS-ANSWER            PIC X.
    01 WS-SNAP-ON-FILE      PIC X.
    01 WS-SNAP-TAKEN        PIC X VALUE "N".
    01 WS-FISCAL-YEAR       PIC 9(4).
    01 WS-FISCAL-PERIOD     PIC 99.
    01 WS-WORK-DAYS         PIC 99.
    01 WS-FIRST-BUS-DAY     PIC 9(8).
    01 WS-REC-MONTH         PIC 9(6).
    01 WS-HIRE-MONTH        PIC 9(6).
    01 WS-SEP-MONTH         PIC 9(6).
    01 WS-BRANCH-KEY        PIC X(15).
    01 WS-PAY-COST          PIC S9(9)V99.
    01 WS-EOF               PIC X.
    01 WS-ROWS-WRITTEN      PIC 9(5) VALUE ZERO.
    01 WS-ROWS-REPLACED     PIC 9(5) VALUE ZERO.
    01 WS-ROWS-READ         PIC 9(6) VALUE ZERO.
    01 WS-J                 PIC 99.

*> The month's figures by branch while the snapshot is built.
    01 WS-BLD-COUNT         PIC 99 VALUE ZERO.
    01 WS-BLD-IX            PIC 99.
    01 WS-BLD-TABLE.
        05 WS-BLD-ENTRY OCCURS 50 TIMES.
            10 WS-BLD-BRANCH    PIC X(15).
            10 WS-BLD-HEADCOUNT PIC 9(5).
            10 WS-BLD-BGT-COUNT PIC 9(5).
            10 WS-BLD-BGT-SAL   PIC 9(11)V99.
            10 WS-BLD-HIRES     PIC 9(5).
            10 WS-BLD-SEPS      PIC 9(5).
            10 WS-BLD-PAY-COST  PIC S9(11)V99.
            10 WS-BLD-ATT-DAYS  PIC 9(7).
            10 WS-BLD-ABSENT    PIC 9(7).
            10 WS-BLD-LEAVE     PIC 9(5).

*> Months are numbered YYYY * 12 + MM - 1 so the window steps back
*> across a year end. Slot 13 is the pack month, 12 the prior
*> month, 1 the same month last year; 2 through 13 are the trend.
    01 WS-PACK-IX           PIC 9(6).
    01 WS-SLOT-IX           PIC S9(7).
    01 WS-SX                PIC 99.
    01 WS-LABEL-YYYY        PIC 9(4).
    01 WS-LABEL-MM          PIC 99.
    01 WS-MONTH-NAMES       PIC X(36) VALUE
        "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
    01 WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAMES.
        05 WS-MONTH-NAME OCCURS 12 TIMES PIC X(3).
    01 WS-SLOT-LABELS.
        05 WS-SLOT-LABEL OCCURS 13 TIMES PIC X(6).

*> Entry 1 totals all branches; the branches follow in name order.
    01 WS-PK-COUNT          PIC 99 VALUE 1.
    01 WS-PX                PIC 99.
    01 WS-PACK-TABLE.
        05 WS-PK-ENTRY OCCURS 51 TIMES.
            10 WS-PK-BRANCH     PIC X(15).
            10 WS-PK-SLOT OCCURS 13 TIMES.
                15 WS-PK-HAVE       PIC X.
                15 WS-PK-HEADCOUNT  PIC 9(7).
                15 WS-PK-BGT-COUNT  PIC 9(7).
                15 WS-PK-BGT-SAL    PIC 9(13)V99.
                15 WS-PK-HIRES      PIC 9(7).
                15 WS-PK-SEPS       PIC 9(7).
                15 WS-PK-PAY-COST   PIC S9(13)V99.
                15 WS-PK-ATT-DAYS   PIC 9(9).
                15 WS-PK-ABSENT     PIC 9(9).
                15 WS-PK-LEAVE      PIC 9(7).
                15 WS-PK-WORK-DAYS  PIC 99.
    01 WS-TAKEN-DATE        PIC 9(8) VALUE ZERO.
    01 WS-TAKEN-BY          PIC X(8) VALUE SPACES.
    01 WS-MISSING-MONTHS    PIC 99 VALUE ZERO.

*> The measures printed for each branch, with how each is shown:
*> C a count, S a signed count, K pesos in thousands, R a rate.
    01 WS-MEASURE-VALUES.
        05 FILLER PIC X(20) VALUE "HEADCOUNT          C".
        05 FILLER PIC X(20) VALUE "BUDGET HEADCOUNT   C".
        05 FILLER PIC X(20) VALUE "OVER/UNDER BUDGET  S".
        05 FILLER PIC X(20) VALUE "HIRES              C".
        05 FILLER PIC X(20) VALUE "SEPARATIONS        C".
        05 FILLER PIC X(20) VALUE "PAYROLL COST '000  K".
        05 FILLER PIC X(20) VALUE "BUDGET SALARY '000 K".
        05 FILLER PIC X(20) VALUE "ABSENCE RATE %     R".
        05 FILLER PIC X(20) VALUE "LEAVE DAYS TAKEN   C".
        05 FILLER PIC X(20) VALUE "LEAVE UTILIZATION %R".
    01 WS-MEASURE-TABLE REDEFINES WS-MEASURE-VALUES.
        05 WS-MEASURE OCCURS 10 TIMES.
            10 WS-MSR-LABEL     PIC X(19).
            10 WS-MSR-TYPE      PIC X.
    01 WS-MX                PIC 99.
    01 WS-CELL-VALUE        PIC S9(13)V9.
    01 WS-CELL-HAVE         PIC X.
    01 WS-CELL              PIC X(6).
    01 WS-ED-COUNT          PIC ZZZZZ9.
    01 WS-ED-SIGNED         PIC -----9.
    01 WS-ED-RATE           PIC ZZZ9.9.
    01 WS-RPT-PAGE          PIC 9(3) VALUE ZERO.
    01 WS-RPT-LINE-COUNT    PIC 9(3) VALUE 99.
    01 WS-BRANCHES-PRINTED  PIC 9(3) VALUE ZERO.
    COPY DATESRV.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(34)
            VALUE "MONTHLY HR MANAGEMENT PACK".
        05 FILLER          PIC X(7)  VALUE "MONTH: ".
        05 RPT-TITLE-MONTH PIC X(6).
        05 FILLER          PIC X(14) VALUE SPACES.
        05 FILLER          PIC X(10) VALUE "Run date: ".
        05 RPT-RUN-DATE    PIC 9(8).
        05 FILLER          PIC X(8)  VALUE SPACES.
        05 FILLER          PIC X(6)  VALUE "Page: ".
        05 RPT-PAGE-NO     PIC ZZ9.
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(20) VALUE "MEASURE".
        05 FILLER          PIC X(8)  VALUE " CURRENT".
        05 FILLER          PIC X(8)  VALUE "   PRIOR".
        05 FILLER          PIC X(8)  VALUE " LAST YR".
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-HEAD-TREND OCCURS 12 TIMES.
            10 FILLER          PIC X     VALUE SPACE.
            10 RPT-HEAD-MONTH  PIC X(6).
    01 RPT-BRANCH-LINE.
        05 FILLER          PIC X(8)  VALUE "BRANCH: ".
        05 RPT-BR-NAME     PIC X(15).
    01 RPT-MEASURE-LINE.
        05 RPT-MSR-LABEL   PIC X(20).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-MSR-CURRENT PIC X(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-MSR-PRIOR   PIC X(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-MSR-LASTYR  PIC X(6).
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-MSR-TREND OCCURS 12 TIMES.
            10 FILLER          PIC X     VALUE SPACE.
            10 RPT-MSR-CELL    PIC X(6).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(34).
        05 RPT-TOT-COUNT   PIC ZZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO WS-OPERATOR
        END-IF
    END-IF.

    DISPLAY "Pack month (YYYYMM, 0 for last month): "
        WITH NO ADVANCING.
    ACCEPT WS-PICK-MONTH.
    IF WS-PICK-MONTH = ZERO
        MOVE WS-RUN-DATE(1:6) TO WS-PICK-MONTH
        IF WS-PICK-MM = 1
            SUBTRACT 1 FROM WS-PICK-YYYY
            MOVE 12 TO WS-PICK-MM
        ELSE
            SUBTRACT 1 FROM WS-PICK-MM
        END-IF
    END-IF.
    IF WS-PICK-MM < 1 OR WS-PICK-MM > 12 OR WS-PICK-YYYY < 1900
            OR WS-PICK-MONTH > WS-RUN-DATE(1:6)
        DISPLAY "Month " WS-PICK-MONTH " is not a month to date."
        GOBACK
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - no pack can be taken."
        GOBACK
    END-IF.

    OPEN I-O SNAP-FILE.
    IF WS-SNAP-STATUS = "35"
        OPEN OUTPUT SNAP-FILE
        CLOSE SNAP-FILE
        OPEN I-O SNAP-FILE
    END-IF.
    IF WS-SNAP-STATUS NOT = "00"
        DISPLAY "Cannot open hrsnap.dat - status " WS-SNAP-STATUS
        CLOSE EMPLOYEE-MASTER
        GOBACK
    END-IF.

    PERFORM CHECK-SNAPSHOT-ON-FILE.
    MOVE "Y" TO WS-ANSWER.
    IF WS-SNAP-ON-FILE = "Y"
        DISPLAY "The " WS-PICK-MONTH " snapshot is on file. Take it "
            "again from today's masters (Y/N)? " WITH NO ADVANCING
        ACCEPT WS-ANSWER
        MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
    END-IF.
    IF WS-ANSWER = "Y"
        PERFORM TAKE-SNAPSHOT
    END-IF.
    CLOSE EMPLOYEE-MASTER.

    PERFORM LOAD-PACK-WINDOW.
    CLOSE SNAP-FILE.
    PERFORM PRINT-PACK.

    IF WS-SNAP-TAKEN = "Y"
        DISPLAY "Snapshot " WS-PICK-MONTH " taken - "
            WS-ROWS-WRITTEN " branch row(s), " WS-ROWS-REPLACED
            " replaced."
    END-IF.
    DISPLAY "HR management pack for " WS-PICK-MONTH
        " written to hrpack.rpt - " WS-BRANCHES-PRINTED
        " branch(es).".
GOBACK.

CHECK-SNAPSHOT-ON-FILE.
    MOVE "N" TO WS-SNAP-ON-FILE.
    MOVE WS-PICK-MONTH TO HSN-MONTH.
    MOVE LOW-VALUES TO HSN-BRANCH.
    START SNAP-FILE KEY IS >= HSN-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    READ SNAP-FILE NEXT RECORD
        AT END
            EXIT PARAGRAPH
    END-READ.
    IF HSN-MONTH = WS-PICK-MONTH
        MOVE "Y" TO WS-SNAP-ON-FILE
    END-IF.

*> ----------------------------------------------------------------
*> Taking the snapshot: the month's figures are gathered by branch
*> from each source in turn, then replace whatever rows the month
*> had on file.
*> ----------------------------------------------------------------
TAKE-SNAPSHOT.
    MOVE "FP" TO DSRV-FUNCTION.
    COMPUTE DSRV-DATE-A = WS-PICK-MONTH * 100 + 15.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-FISCAL-YEAR TO WS-FISCAL-YEAR.
    MOVE DSRV-RESULT-NUM TO WS-FISCAL-PERIOD.

    MOVE "FB" TO DSRV-FUNCTION.
    COMPUTE DSRV-DATE-A = WS-PICK-MONTH * 100 + 1.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-RESULT-DATE TO WS-FIRST-BUS-DAY.
    MOVE "LB" TO DSRV-FUNCTION.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-RESULT-DATE TO DSRV-DATE-B.
    MOVE WS-FIRST-BUS-DAY TO DSRV-DATE-A.
    MOVE "WD" TO DSRV-FUNCTION.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-RESULT-NUM TO WS-WORK-DAYS.

    PERFORM GATHER-HEADCOUNT.
    PERFORM GATHER-BUDGET.
    PERFORM GATHER-PAYROLL-COST.
    PERFORM GATHER-ATTENDANCE.
    PERFORM GATHER-LEAVE.

    PERFORM REMOVE-MONTH-ROWS.
    PERFORM VARYING WS-BLD-IX FROM 1 BY 1
            UNTIL WS-BLD-IX > WS-BLD-COUNT
        PERFORM WRITE-SNAPSHOT-ROW
    END-PERFORM.
    MOVE "Y" TO WS-SNAP-TAKEN.

*> Headcount is everyone hired by the month end and not separated
*> by it. A record with no hire date counts as hired long before.
GATHER-HEADCOUNT.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM TALLY-ONE-EMPLOYEE
        END-READ
    END-PERFORM.

TALLY-ONE-EMPLOYEE.
    MOVE ZERO TO WS-HIRE-MONTH.
    IF EMP-HIRE-DATE NUMERIC AND EMP-HIRE-YY > ZERO
        COMPUTE WS-HIRE-MONTH = EMP-HIRE-YY * 100 + EMP-HIRE-MM
    END-IF.
    MOVE 999999 TO WS-SEP-MONTH.
    IF EMP-SEPARATED AND EMP-SEP-DATE NUMERIC
        COMPUTE WS-SEP-MONTH = EMP-SEP-DATE / 100
    END-IF.
    IF WS-HIRE-MONTH > WS-PICK-MONTH
        EXIT PARAGRAPH
    END-IF.
    MOVE EMP-LOCATION TO WS-BRANCH-KEY.
    PERFORM FIND-BUILD-BRANCH.
    IF WS-BLD-IX = ZERO
        EXIT PARAGRAPH
    END-IF.
    IF WS-HIRE-MONTH = WS-PICK-MONTH
        ADD 1 TO WS-BLD-HIRES(WS-BLD-IX)
    END-IF.
    IF WS-SEP-MONTH = WS-PICK-MONTH
        ADD 1 TO WS-BLD-SEPS(WS-BLD-IX)
    END-IF.
    IF WS-SEP-MONTH > WS-PICK-MONTH
        ADD 1 TO WS-BLD-HEADCOUNT(WS-BLD-IX)
    END-IF.

*> The budget carries a monthly headcount and salary mass per
*> grade; the pack wants the branch.
GATHER-BUDGET.
    OPEN INPUT BUDGET-FILE.
    IF WS-BUDGET-STATUS NOT = "00"
        DISPLAY "hcbudget.dat not found - budget shown as zero."
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ BUDGET-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF BGT-FISCAL-YEAR = WS-FISCAL-YEAR
                    MOVE BGT-BRANCH TO WS-BRANCH-KEY
                    PERFORM FIND-BUILD-BRANCH
                    IF WS-BLD-IX > ZERO
                        ADD BGT-COUNT TO WS-BLD-BGT-COUNT(WS-BLD-IX)
                        ADD BGT-SALARY TO WS-BLD-BGT-SAL(WS-BLD-IX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BUDGET-FILE.

*> Every run posted to the month's fiscal period - the regular run
*> and any off-cycle pay - at the branch it was paid in. A reversal
*> and the run it reverses cancel, so both are passed by.
GATHER-PAYROLL-COST.
    OPEN INPUT PAY-HISTORY.
    IF WS-PAYHIST-STATUS NOT = "00"
        DISPLAY "payhist.dat not found - payroll cost shown as zero."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO PH-PERIOD.
    MOVE ZERO TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    MOVE "N" TO WS-EOF.
    START PAY-HISTORY KEY IS >= PH-KEY
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START.
    PERFORM UNTIL WS-EOF = "Y"
        READ PAY-HISTORY NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF PH-FISCAL-YEAR NOT = WS-FISCAL-YEAR
                        OR PH-PERIOD NOT = WS-FISCAL-PERIOD
                    MOVE "Y" TO WS-EOF
                ELSE
                    PERFORM TALLY-ONE-PAY-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PAY-HISTORY.

TALLY-ONE-PAY-RECORD.
    IF PH-REVERSAL OR PH-IS-REVERSED
        EXIT PARAGRAPH
    END-IF.
    MOVE PH-BRANCH TO WS-BRANCH-KEY.
    PERFORM FIND-BUILD-BRANCH.
    IF WS-BLD-IX = ZERO
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-PAY-COST = PH-GROSS + PH-ER-SSS + PH-ER-PHILHEALTH
        + PH-ER-PAGIBIG.
    IF PH-RETRO-GROSS NUMERIC
        ADD PH-RETRO-GROSS TO WS-PAY-COST
    END-IF.
    ADD WS-PAY-COST TO WS-BLD-PAY-COST(WS-BLD-IX).

*> The time clock carries no branch, so each day is placed at the
*> employee's branch on the master.
GATHER-ATTENDANCE.
    OPEN INPUT ATTEND-HISTORY.
    IF WS-ATTEND-STATUS NOT = "00"
        DISPLAY "attdhist.dat not found - absence shown as zero."
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ ATTEND-HISTORY
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                COMPUTE WS-REC-MONTH = ATT-DATE / 100
                IF WS-REC-MONTH = WS-PICK-MONTH
                        AND ATT-EMP-ID NUMERIC
                    PERFORM TALLY-ONE-DAY
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ATTEND-HISTORY.

TALLY-ONE-DAY.
    IF ATT-REST-DAY OR ATT-HOLIDAY-OFF
        EXIT PARAGRAPH
    END-IF.
    IF NOT ATT-PRESENT AND NOT ATT-LATE AND NOT ATT-ABSENT
        EXIT PARAGRAPH
    END-IF.
    MOVE ATT-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE SPACES TO WS-BRANCH-KEY
        NOT INVALID KEY
            MOVE EMP-LOCATION TO WS-BRANCH-KEY
    END-READ.
    PERFORM FIND-BUILD-BRANCH.
    IF WS-BLD-IX = ZERO
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-BLD-ATT-DAYS(WS-BLD-IX).
    IF ATT-ABSENT
        ADD 1 TO WS-BLD-ABSENT(WS-BLD-IX)
    END-IF.

*> Leave is counted in the month it starts, at the branch recorded
*> with it; the year-end conversion and forfeiture lines are not
*> leave taken.
GATHER-LEAVE.
    OPEN INPUT LEAVE-HISTORY.
    IF WS-LEAVE-STATUS NOT = "00"
        DISPLAY "leavehist.dat not found - leave shown as zero."
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ LEAVE-HISTORY
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF NOT LVH-YEAR-END AND LVH-START-DATE NUMERIC
                        AND LVH-DAYS NUMERIC
                    COMPUTE WS-REC-MONTH = LVH-START-DATE / 100
                    IF WS-REC-MONTH = WS-PICK-MONTH
                        MOVE LVH-BRANCH TO WS-BRANCH-KEY
                        PERFORM FIND-BUILD-BRANCH
                        IF WS-BLD-IX > ZERO
                            ADD LVH-DAYS TO WS-BLD-LEAVE(WS-BLD-IX)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE LEAVE-HISTORY.

*> WS-BLD-IX comes back zero when the table is full.
FIND-BUILD-BRANCH.
    IF WS-BRANCH-KEY = SPACES
        MOVE "UNASSIGNED" TO WS-BRANCH-KEY
    END-IF.
    MOVE FUNCTION UPPER-CASE(WS-BRANCH-KEY) TO WS-BRANCH-KEY.
    PERFORM VARYING WS-BLD-IX FROM 1 BY 1
            UNTIL WS-BLD-IX > WS-BLD-COUNT
        IF WS-BLD-BRANCH(WS-BLD-IX) = WS-BRANCH-KEY
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.
    IF WS-BLD-COUNT >= 50
        MOVE ZERO TO WS-BLD-IX
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-BLD-COUNT.
    MOVE WS-BLD-COUNT TO WS-BLD-IX.
    INITIALIZE WS-BLD-ENTRY(WS-BLD-IX).
    MOVE WS-BRANCH-KEY TO WS-BLD-BRANCH(WS-BLD-IX).

REMOVE-MONTH-ROWS.
    MOVE WS-PICK-MONTH TO HSN-MONTH.
    MOVE LOW-VALUES TO HSN-BRANCH.
    MOVE "N" TO WS-EOF.
    START SNAP-FILE KEY IS >= HSN-KEY
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START.
    PERFORM UNTIL WS-EOF = "Y"
        READ SNAP-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF HSN-MONTH NOT = WS-PICK-MONTH
                    MOVE "Y" TO WS-EOF
                ELSE
                    DELETE SNAP-FILE RECORD
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO WS-ROWS-REPLACED
                    END-DELETE
                END-IF
        END-READ
    END-PERFORM.

WRITE-SNAPSHOT-ROW.
    MOVE WS-PICK-MONTH TO HSN-MONTH.
    MOVE WS-BLD-BRANCH(WS-BLD-IX) TO HSN-BRANCH.
    MOVE WS-BLD-HEADCOUNT(WS-BLD-IX) TO HSN-HEADCOUNT.
    MOVE WS-BLD-BGT-COUNT(WS-BLD-IX) TO HSN-BUDGET-COUNT.
    MOVE WS-BLD-BGT-SAL(WS-BLD-IX) TO HSN-BUDGET-SALARY.
    MOVE WS-BLD-HIRES(WS-BLD-IX) TO HSN-HIRES.
    MOVE WS-BLD-SEPS(WS-BLD-IX) TO HSN-SEPARATIONS.
    MOVE WS-BLD-PAY-COST(WS-BLD-IX) TO HSN-PAY-COST.
    MOVE WS-BLD-ATT-DAYS(WS-BLD-IX) TO HSN-ATT-DAYS.
    MOVE WS-BLD-ABSENT(WS-BLD-IX) TO HSN-ABSENT-DAYS.
    MOVE WS-BLD-LEAVE(WS-BLD-IX) TO HSN-LEAVE-DAYS.
    MOVE WS-WORK-DAYS TO HSN-WORK-DAYS.
    MOVE WS-RUN-DATE TO HSN-TAKEN-DATE.
    MOVE WS-OPERATOR TO HSN-TAKEN-BY.
    WRITE HR-SNAP-RECORD
        INVALID KEY
            DISPLAY "Snapshot row for " HSN-BRANCH " not written - "
                "status " WS-SNAP-STATUS
        NOT INVALID KEY
            ADD 1 TO WS-ROWS-WRITTEN
    END-WRITE.

*> ----------------------------------------------------------------
*> The pack window: the thirteen months to the pack month, read
*> from the snapshots alone.
*> ----------------------------------------------------------------
LOAD-PACK-WINDOW.
    COMPUTE WS-PACK-IX = WS-PICK-YYYY * 12 + WS-PICK-MM - 1.
    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 13
        COMPUTE WS-SLOT-IX = WS-PACK-IX - 13 + WS-SX
        COMPUTE WS-LABEL-YYYY = WS-SLOT-IX / 12
        COMPUTE WS-LABEL-MM = WS-SLOT-IX - WS-LABEL-YYYY * 12 + 1
        MOVE SPACES TO WS-SLOT-LABEL(WS-SX)
        STRING WS-MONTH-NAME(WS-LABEL-MM) " " WS-LABEL-YYYY(3:2)
            DELIMITED BY SIZE INTO WS-SLOT-LABEL(WS-SX)
    END-PERFORM.
    INITIALIZE WS-PK-ENTRY(1).
    MOVE "ALL BRANCHES" TO WS-PK-BRANCH(1).

    MOVE LOW-VALUES TO HSN-KEY.
    COMPUTE WS-SLOT-IX = WS-PACK-IX - 12.
    COMPUTE WS-LABEL-YYYY = WS-SLOT-IX / 12.
    COMPUTE WS-LABEL-MM = WS-SLOT-IX - WS-LABEL-YYYY * 12 + 1.
    COMPUTE HSN-MONTH = WS-LABEL-YYYY * 100 + WS-LABEL-MM.
    MOVE "N" TO WS-EOF.
    START SNAP-FILE KEY IS >= HSN-KEY
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START.
    PERFORM UNTIL WS-EOF = "Y"
        READ SNAP-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF HSN-MONTH > WS-PICK-MONTH
                    MOVE "Y" TO WS-EOF
                ELSE
                    ADD 1 TO WS-ROWS-READ
                    PERFORM POST-ONE-SNAPSHOT
                END-IF
        END-READ
    END-PERFORM.

    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 13
        IF WS-PK-HAVE(1, WS-SX) NOT = "Y"
            ADD 1 TO WS-MISSING-MONTHS
        END-IF
    END-PERFORM.

POST-ONE-SNAPSHOT.
    COMPUTE WS-LABEL-YYYY = HSN-MONTH / 100.
    COMPUTE WS-LABEL-MM = HSN-MONTH - WS-LABEL-YYYY * 100.
    COMPUTE WS-SLOT-IX = WS-LABEL-YYYY * 12 + WS-LABEL-MM - 1
        - WS-PACK-IX + 13.
    IF WS-SLOT-IX < 1 OR WS-SLOT-IX > 13
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-SLOT-IX TO WS-SX.
    IF WS-SX = 13
        MOVE HSN-TAKEN-DATE TO WS-TAKEN-DATE
        MOVE HSN-TAKEN-BY TO WS-TAKEN-BY
    END-IF.
    MOVE 1 TO WS-PX.
    PERFORM ADD-TO-PACK-SLOT.
    PERFORM FIND-PACK-BRANCH.
    IF WS-PX > ZERO
        PERFORM ADD-TO-PACK-SLOT
    END-IF.

ADD-TO-PACK-SLOT.
    MOVE "Y" TO WS-PK-HAVE(WS-PX, WS-SX).
    ADD HSN-HEADCOUNT TO WS-PK-HEADCOUNT(WS-PX, WS-SX).
    ADD HSN-BUDGET-COUNT TO WS-PK-BGT-COUNT(WS-PX, WS-SX).
    ADD HSN-BUDGET-SALARY TO WS-PK-BGT-SAL(WS-PX, WS-SX).
    ADD HSN-HIRES TO WS-PK-HIRES(WS-PX, WS-SX).
    ADD HSN-SEPARATIONS TO WS-PK-SEPS(WS-PX, WS-SX).
    ADD HSN-PAY-COST TO WS-PK-PAY-COST(WS-PX, WS-SX).
    ADD HSN-ATT-DAYS TO WS-PK-ATT-DAYS(WS-PX, WS-SX).
    ADD HSN-ABSENT-DAYS TO WS-PK-ABSENT(WS-PX, WS-SX).
    ADD HSN-LEAVE-DAYS TO WS-PK-LEAVE(WS-PX, WS-SX).
    MOVE HSN-WORK-DAYS TO WS-PK-WORK-DAYS(WS-PX, WS-SX).

*> Branches are kept in name order behind the all-branches entry;
*> WS-PX comes back zero when the table is full.
FIND-PACK-BRANCH.
    PERFORM VARYING WS-PX FROM 2 BY 1 UNTIL WS-PX > WS-PK-COUNT
        IF WS-PK-BRANCH(WS-PX) = HSN-BRANCH
            EXIT PARAGRAPH
        END-IF
        IF WS-PK-BRANCH(WS-PX) > HSN-BRANCH
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-PK-COUNT >= 51
        MOVE ZERO TO WS-PX
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-PK-COUNT.
    PERFORM VARYING WS-J FROM WS-PK-COUNT BY -1 UNTIL WS-J <= WS-PX
        MOVE WS-PK-ENTRY(WS-J - 1) TO WS-PK-ENTRY(WS-J)
    END-PERFORM.
    INITIALIZE WS-PK-ENTRY(WS-PX).
    MOVE HSN-BRANCH TO WS-PK-BRANCH(WS-PX).

*> ----------------------------------------------------------------
*> Printing the pack.
*> ----------------------------------------------------------------
PRINT-PACK.
    OPEN OUTPUT REPORT-FILE.
    MOVE "HR MANAGEMENT PACK" TO RRG-REPORT-NAME.
    MOVE "hrpack.rpt" TO RRG-FILE-NAME.
    MOVE WS-OPERATOR TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "MONTH " WS-PICK-MONTH " WITH 12-MONTH TREND"
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    MOVE WS-PICK-MONTH TO RPT-TITLE-MONTH.
    PERFORM VARYING WS-SX FROM 2 BY 1 UNTIL WS-SX > 13
        MOVE WS-SLOT-LABEL(WS-SX) TO RPT-HEAD-MONTH(WS-SX - 1)
    END-PERFORM.

    PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PK-COUNT
        PERFORM PRINT-BRANCH-BLOCK
    END-PERFORM.

    MOVE "Branches in the pack            : " TO RPT-TOT-LABEL.
    COMPUTE RPT-TOT-COUNT = WS-PK-COUNT - 1.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Snapshot rows read              : " TO RPT-TOT-LABEL.
    MOVE WS-ROWS-READ TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Months in window with no snapshot:" TO RPT-TOT-LABEL.
    MOVE WS-MISSING-MONTHS TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE SPACES TO REPORT-LINE.
    IF WS-TAKEN-DATE = ZERO
        STRING "No snapshot on file for " WS-PICK-MONTH "."
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "Snapshot " WS-PICK-MONTH " taken " WS-TAKEN-DATE
            " by " WS-TAKEN-BY
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF.
    WRITE REPORT-LINE.
    CLOSE REPORT-FILE.

    COMPUTE RRG-RECORD-COUNT = WS-PK-COUNT - 1.
    CALL "RPTREG" USING RPT-REG-AREA.

PRINT-BRANCH-BLOCK.
    IF WS-RPT-LINE-COUNT + 12 > 50
        PERFORM WRITE-PAGE-HEADER
    END-IF.
    MOVE WS-PK-BRANCH(WS-PX) TO RPT-BR-NAME.
    WRITE REPORT-LINE FROM RPT-BRANCH-LINE.
    PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 10
        PERFORM PRINT-MEASURE-LINE
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    ADD 12 TO WS-RPT-LINE-COUNT.
    IF WS-PX > 1
        ADD 1 TO WS-BRANCHES-PRINTED
    END-IF.

PRINT-MEASURE-LINE.
    MOVE WS-MSR-LABEL(WS-MX) TO RPT-MSR-LABEL.
    MOVE 13 TO WS-SX.
    PERFORM FORMAT-CELL.
    MOVE WS-CELL TO RPT-MSR-CURRENT.
    MOVE 12 TO WS-SX.
    PERFORM FORMAT-CELL.
    MOVE WS-CELL TO RPT-MSR-PRIOR.
    MOVE 1 TO WS-SX.
    PERFORM FORMAT-CELL.
    MOVE WS-CELL TO RPT-MSR-LASTYR.
    PERFORM VARYING WS-SX FROM 2 BY 1 UNTIL WS-SX > 13
        PERFORM FORMAT-CELL
        MOVE WS-CELL TO RPT-MSR-CELL(WS-SX - 1)
    END-PERFORM.
    WRITE REPORT-LINE FROM RPT-MEASURE-LINE.

*> One measure (WS-MX) of one branch (WS-PX) for one month (WS-SX)
*> into the six-character WS-CELL. Rates over an empty base print
*> as zero.
FORMAT-CELL.
    MOVE WS-PK-HAVE(WS-PX, WS-SX) TO WS-CELL-HAVE.
    IF WS-CELL-HAVE NOT = "Y"
        MOVE "     -" TO WS-CELL
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-CELL-VALUE.
    EVALUATE WS-MX
        WHEN 1
            MOVE WS-PK-HEADCOUNT(WS-PX, WS-SX) TO WS-CELL-VALUE
        WHEN 2
            MOVE WS-PK-BGT-COUNT(WS-PX, WS-SX) TO WS-CELL-VALUE
        WHEN 3
            COMPUTE WS-CELL-VALUE = WS-PK-HEADCOUNT(WS-PX, WS-SX)
                - WS-PK-BGT-COUNT(WS-PX, WS-SX)
        WHEN 4
            MOVE WS-PK-HIRES(WS-PX, WS-SX) TO WS-CELL-VALUE
        WHEN 5
            MOVE WS-PK-SEPS(WS-PX, WS-SX) TO WS-CELL-VALUE
        WHEN 6
            COMPUTE WS-CELL-VALUE ROUNDED =
                WS-PK-PAY-COST(WS-PX, WS-SX) / 1000
        WHEN 7
            COMPUTE WS-CELL-VALUE ROUNDED =
                WS-PK-BGT-SAL(WS-PX, WS-SX) / 1000
        WHEN 8
            IF WS-PK-ATT-DAYS(WS-PX, WS-SX) > ZERO
                COMPUTE WS-CELL-VALUE ROUNDED =
                    WS-PK-ABSENT(WS-PX, WS-SX) * 100
                    / WS-PK-ATT-DAYS(WS-PX, WS-SX)
            END-IF
        WHEN 9
            MOVE WS-PK-LEAVE(WS-PX, WS-SX) TO WS-CELL-VALUE
        WHEN 10
            IF WS-PK-HEADCOUNT(WS-PX, WS-SX) > ZERO
                    AND WS-PK-WORK-DAYS(WS-PX, WS-SX) > ZERO
                COMPUTE WS-CELL-VALUE ROUNDED =
                    WS-PK-LEAVE(WS-PX, WS-SX) * 100
                    / (WS-PK-HEADCOUNT(WS-PX, WS-SX)
                       * WS-PK-WORK-DAYS(WS-PX, WS-SX))
            END-IF
    END-EVALUATE.
    EVALUATE WS-MSR-TYPE(WS-MX)
        WHEN "S"
            MOVE WS-CELL-VALUE TO WS-ED-SIGNED
            MOVE WS-ED-SIGNED TO WS-CELL
        WHEN "R"
            MOVE WS-CELL-VALUE TO WS-ED-RATE
            MOVE WS-ED-RATE TO WS-CELL
        WHEN OTHER
            MOVE WS-CELL-VALUE TO WS-ED-COUNT
            MOVE WS-ED-COUNT TO WS-CELL
    END-EVALUATE.

WRITE-PAGE-HEADER.
    ADD 1 TO WS-RPT-PAGE.
    MOVE WS-RPT-PAGE TO RPT-PAGE-NO.
    IF WS-RPT-PAGE > 1
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE 4 TO WS-RPT-LINE-COUNT.
