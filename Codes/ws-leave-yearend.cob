*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Year-end vacation leave close over leavebal.dat.
*>              Every balance above the carry-over cap (sysparm
*>              LEAVE-CARRY-CAP, default 15 days) is settled: the
*>              days above the cap, up to the monetizable limit
*>              (LEAVE-CASH-MAX, default 10), are converted into
*>              pay at the daily rate (EMP-SALARY over
*>              WORK-DAYS-MONTH), and anything beyond that is
*>              forfeited. Trial mode prints the per-employee
*>              conversion (leaveye.rpt) for HR sign-off and
*>              changes nothing; apply mode brings the balance
*>              down to the cap, posts the conversion to
*>              earnings.dat as a taxable one-time earning (LVCV)
*>              for the fiscal period of the chosen pay month, so
*>              WS-PAYROLL-REGISTER carries it into gross and
*>              payhist.dat with its withholding, and writes a
*>              leavehist.dat entry dated December 31 for the
*>              converted ($) and the forfeited (*) credits so the
*>              balance trail stays complete. An employee who
*>              already has a year-end entry for the year is
*>              listed and left alone, so the run can be repeated.
*>              Sick leave carries over in full. Separated staff
*>              are left to final pay.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-LEAVE-YEAREND.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT BALANCE-FILE ASSIGN TO "leavebal.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LVB-EMP-ID
            FILE STATUS IS WS-BALANCE-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT HISTORY-FILE ASSIGN TO "leavehist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT EARNING-FILE ASSIGN TO "earnings.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ERN-KEY
            FILE STATUS IS WS-EARN-STATUS.

        SELECT REPORT-FILE ASSIGN TO "leaveye.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD BALANCE-FILE.
    COPY LEAVEREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD HISTORY-FILE.
    COPY LEAVHIST.

    FD EARNING-FILE.
    COPY EARNREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-BALANCE-STATUS    PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-EARN-STATUS       PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-RUN-YEAR          PIC 9(4).
    01 WS-MODE              PIC X.
    01 WS-CLOSE-YEAR        PIC 9(4).
    01 WS-CLOSE-DATE        PIC 9(8).
    01 WS-PAY-MONTH         PIC 9(6).
    01 WS-FISCAL-YEAR       PIC 9(4).
    01 WS-PERIOD            PIC 99.
    01 WS-READ-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-SETTLED-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-UNDER-CAP-COUNT   PIC 9(5) VALUE ZERO.
    01 WS-DONE-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-FLAGGED-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-POSTED-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-HISTORY-COUNT     PIC 9(5) VALUE ZERO.

*> Year-end rules, each overridable in sysparm.dat.
    01 WS-CARRY-CAP         PIC 9(3)V99 VALUE 15.
    01 WS-CASH-MAX          PIC 9(3)V99 VALUE 10.
    01 WS-MONTH-DAYS        PIC 99 VALUE 22.
    COPY SYSPARM.

*> Employees already closed for the year, from leavehist.dat.
    01 WS-CLOSED-TOTAL      PIC 9(4) VALUE ZERO.
    01 WS-CLOSED-IDX        PIC 9(4).
    01 WS-CLOSED-TABLE.
        05 WS-CLOSED-EMP OCCURS 5000 TIMES PIC 9(6).
    01 WS-ALREADY-CLOSED    PIC X.

*> The current employee's settlement.
    01 WS-CUR-FLAG          PIC X(20).
    01 WS-CUR-PAYABLE       PIC X.
    01 WS-CUR-BRANCH        PIC X(15).
    01 WS-DAILY-RATE        PIC 9(7)V99.
    01 WS-OLD-BALANCE       PIC S9(3)V99.
    01 WS-EXCESS-DAYS       PIC 9(3)V99.
    01 WS-CASH-DAYS         PIC 9(3)V99.
    01 WS-LAPSE-DAYS        PIC 9(3)V99.
    01 WS-CASH-AMOUNT       PIC 9(7)V99.
    01 WS-NEW-BALANCE       PIC S9(3)V99.

*> Company totals.
    01 WS-TOT-EXCESS        PIC 9(7)V99 VALUE ZERO.
    01 WS-TOT-CASH-DAYS     PIC 9(7)V99 VALUE ZERO.
    01 WS-TOT-LAPSE-DAYS    PIC 9(7)V99 VALUE ZERO.
    01 WS-TOT-CASH-AMOUNT   PIC 9(9)V99 VALUE ZERO.

*> Posting to earnings.dat and leavehist.dat.
    01 WS-NEXT-SEQ          PIC 9(3).
    01 WS-HIST-TYPE         PIC X.
    01 WS-HIST-CREDITS      PIC 9(3)V99.

    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY DATESRV.
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(31)
            VALUE "YEAR-END VACATION LEAVE CLOSE (".
        05 RPT-MODE        PIC X(5).
        05 FILLER          PIC X(8)  VALUE ") YEAR  ".
        05 RPT-TITLE-YEAR  PIC 9(4).
        05 FILLER          PIC X(15) VALUE "   PAY MONTH  ".
        05 RPT-TITLE-PAY   PIC 9(6).
        05 FILLER          PIC X(7)  VALUE "   FY  ".
        05 RPT-TITLE-FY    PIC 9(4).
        05 FILLER          PIC X(9)  VALUE "  PERIOD ".
        05 RPT-TITLE-PER   PIC Z9.
    01 RPT-RULE-LINE.
        05 FILLER          PIC X(18) VALUE "Carry-over cap  : ".
        05 RPT-RULE-CAP    PIC ZZ9.99.
        05 FILLER          PIC X(27)
            VALUE " days   Monetizable limit: ".
        05 RPT-RULE-CASH   PIC ZZ9.99.
        05 FILLER          PIC X(31)
            VALUE " days   Daily rate: salary / ".
        05 RPT-RULE-DAYS   PIC Z9.
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(32) VALUE "NAME".
        05 FILLER          PIC X(16) VALUE "BRANCH".
        05 FILLER          PIC X(8)  VALUE " BALANCE".
        05 FILLER          PIC X(8)  VALUE "  EXCESS".
        05 FILLER          PIC X(8)  VALUE "  CONVRT".
        05 FILLER          PIC X(8)  VALUE " FORFEIT".
        05 FILLER          PIC X(11) VALUE " DAILY RATE".
        05 FILLER          PIC X(13) VALUE "       AMOUNT".
        05 FILLER          PIC X(8)  VALUE " NEW BAL".
        05 FILLER          PIC X(6)  VALUE "  NOTE".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NAME    PIC X(31).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-BRANCH  PIC X(15).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-BALANCE PIC ---9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-EXCESS  PIC ZZ9.99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-CASH    PIC ZZ9.99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-LAPSE   PIC ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-RATE    PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-AMOUNT  PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-NEW     PIC ---9.99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NOTE    PIC X(20).
    01 RPT-SUM-LINE.
        05 RPT-SUM-LABEL   PIC X(30).
        05 RPT-SUM-DAYS    PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-SUM-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(30).
        05 RPT-TOT-COUNT   PIC ZZZZ9.
    01 RPT-SIGNOFF-LINE.
        05 FILLER          PIC X(40)
            VALUE "Reviewed and approved for posting (HR): ".
        05 FILLER          PIC X(30) VALUE ALL "_".
        05 FILLER          PIC X(9)  VALUE "   Date: ".
        05 FILLER          PIC X(12) VALUE ALL "_".

PROCEDURE DIVISION.
001-MAIN SECTION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Leave year to close (YYYY, 0 for last year): "
        WITH NO ADVANCING.
    ACCEPT WS-CLOSE-YEAR.
    IF WS-CLOSE-YEAR = ZERO
        MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
        COMPUTE WS-CLOSE-YEAR = WS-RUN-YEAR - 1
    END-IF.
    COMPUTE WS-CLOSE-DATE = WS-CLOSE-YEAR * 10000 + 1231.
    DISPLAY "Pay the conversion in month (YYYYMM, 0 for January "
        "following): " WITH NO ADVANCING.
    ACCEPT WS-PAY-MONTH.
    IF WS-PAY-MONTH = ZERO
        COMPUTE WS-PAY-MONTH = (WS-CLOSE-YEAR + 1) * 100 + 1
    END-IF.
    IF WS-PAY-MONTH(5:2) < "01" OR WS-PAY-MONTH(5:2) > "12"
        DISPLAY "Pay month must be YYYYMM."
        GOBACK
    END-IF.
    DISPLAY "Trial (conversion list only) or Apply? (T/A): "
        WITH NO ADVANCING.
    ACCEPT WS-MODE.
    MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
    IF WS-MODE NOT = "T" AND WS-MODE NOT = "A"
        DISPLAY "Mode must be T or A."
        GOBACK
    END-IF.

*> The conversion is paid in the fiscal period the pay month
*> falls in.
    SET DSRV-FISCAL-PERIOD TO TRUE.
    COMPUTE DSRV-DATE-A = WS-PAY-MONTH * 100 + 1.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-FISCAL-YEAR TO WS-FISCAL-YEAR.
    MOVE DSRV-RESULT-NUM TO WS-PERIOD.

    IF WS-MODE = "A"
        OPEN I-O BALANCE-FILE
    ELSE
        OPEN INPUT BALANCE-FILE
    END-IF.
    IF WS-BALANCE-STATUS NOT = "00"
        DISPLAY "leavebal.dat not found - run the leave accrual "
            "first."
        GOBACK
    END-IF.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to close."
        CLOSE BALANCE-FILE
        GOBACK
    END-IF.

    PERFORM LOAD-YEAREND-RULES.
    PERFORM LOAD-CLOSED-EMPLOYEES.
    IF WS-MODE = "A"
        OPEN I-O EARNING-FILE
        IF WS-EARN-STATUS = "35"
            OPEN OUTPUT EARNING-FILE
            CLOSE EARNING-FILE
            OPEN I-O EARNING-FILE
        END-IF
    END-IF.

    MOVE "WS-LEAVE-YEAREND" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    PERFORM PRINT-HEADINGS.
    MOVE LOW-VALUES TO LVB-EMP-ID.
    START BALANCE-FILE KEY IS NOT LESS THAN LVB-EMP-ID
        INVALID KEY
            MOVE "10" TO WS-BALANCE-STATUS
    END-START.
    PERFORM UNTIL WS-BALANCE-STATUS NOT = "00"
        READ BALANCE-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM CLOSE-ONE-BALANCE
        END-READ
    END-PERFORM.
    PERFORM WRITE-COMPANY-TOTALS.
    CLOSE REPORT-FILE.

    CLOSE BALANCE-FILE.
    CLOSE EMPLOYEE-MASTER.
    IF WS-MODE = "A"
        CLOSE EARNING-FILE
    END-IF.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-POSTED-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    MOVE WS-SETTLED-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    DISPLAY "Year-end leave close for " WS-CLOSE-YEAR
        " written to leaveye.rpt - " WS-SETTLED-COUNT
        " employee(s) above the cap.".
    IF WS-MODE = "A"
        DISPLAY WS-POSTED-COUNT " conversion(s) posted to "
            "earnings.dat for FY" WS-FISCAL-YEAR " period "
            WS-PERIOD ", " WS-HISTORY-COUNT
            " leavehist.dat entr(ies) written."
    ELSE
        DISPLAY "Trial only - nothing posted. Rerun in apply mode "
            "after HR sign-off."
    END-IF.
    IF WS-DONE-COUNT > ZERO
        DISPLAY WS-DONE-COUNT " employee(s) already closed for "
            WS-CLOSE-YEAR " - left alone."
    END-IF.
GOBACK.

YEAREND-ROUTINES SECTION.
LOAD-YEAREND-RULES.
    MOVE "LEAVE-CARRY-CAP" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC < 1000
        MOVE SPM-NUMERIC TO WS-CARRY-CAP
    END-IF.
    MOVE "LEAVE-CASH-MAX" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC < 1000
        MOVE SPM-NUMERIC TO WS-CASH-MAX
    END-IF.
    MOVE "WORK-DAYS-MONTH" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
            AND SPM-NUMERIC < 32
        MOVE SPM-NUMERIC TO WS-MONTH-DAYS
    END-IF.

*> A year-end entry on December 31 of the closing year means the
*> employee was settled by an earlier apply run.
LOAD-CLOSED-EMPLOYEES.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
        READ HISTORY-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF LVH-YEAR-END AND LVH-START-DATE = WS-CLOSE-DATE
                AND WS-CLOSED-TOTAL < 5000
            ADD 1 TO WS-CLOSED-TOTAL
            MOVE LVH-EMP-ID TO WS-CLOSED-EMP(WS-CLOSED-TOTAL)
        END-IF
    END-PERFORM.
    CLOSE HISTORY-FILE.

PRINT-HEADINGS.
    OPEN OUTPUT REPORT-FILE.
    MOVE "YEAR-END LEAVE CLOSE" TO RRG-REPORT-NAME.
    MOVE "leaveye.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "YEAR " WS-CLOSE-YEAR " PAY " WS-PAY-MONTH
        " MODE " WS-MODE
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    IF WS-MODE = "A"
        MOVE "APPLY" TO RPT-MODE
    ELSE
        MOVE "TRIAL" TO RPT-MODE
    END-IF.
    MOVE WS-CLOSE-YEAR TO RPT-TITLE-YEAR.
    MOVE WS-PAY-MONTH TO RPT-TITLE-PAY.
    MOVE WS-FISCAL-YEAR TO RPT-TITLE-FY.
    MOVE WS-PERIOD TO RPT-TITLE-PER.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE WS-CARRY-CAP TO RPT-RULE-CAP.
    MOVE WS-CASH-MAX TO RPT-RULE-CASH.
    MOVE WS-MONTH-DAYS TO RPT-RULE-DAYS.
    WRITE REPORT-LINE FROM RPT-RULE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

*> Only balances above the cap are listed; the rest carry over
*> untouched.
CLOSE-ONE-BALANCE.
    IF LVB-VAC-BALANCE <= WS-CARRY-CAP
        ADD 1 TO WS-UNDER-CAP-COUNT
        EXIT PARAGRAPH
    END-IF.
    MOVE LVB-VAC-BALANCE TO WS-OLD-BALANCE.
    COMPUTE WS-EXCESS-DAYS = LVB-VAC-BALANCE - WS-CARRY-CAP.
    IF WS-EXCESS-DAYS > WS-CASH-MAX
        MOVE WS-CASH-MAX TO WS-CASH-DAYS
    ELSE
        MOVE WS-EXCESS-DAYS TO WS-CASH-DAYS
    END-IF.
    COMPUTE WS-LAPSE-DAYS = WS-EXCESS-DAYS - WS-CASH-DAYS.
    MOVE WS-CARRY-CAP TO WS-NEW-BALANCE.
    MOVE ZERO TO WS-DAILY-RATE.
    MOVE ZERO TO WS-CASH-AMOUNT.
    MOVE SPACES TO WS-CUR-FLAG.
    MOVE SPACES TO WS-CUR-BRANCH.
    MOVE "Y" TO WS-CUR-PAYABLE.

    MOVE "N" TO WS-ALREADY-CLOSED.
    PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
            UNTIL WS-CLOSED-IDX > WS-CLOSED-TOTAL
        IF WS-CLOSED-EMP(WS-CLOSED-IDX) = LVB-EMP-ID
            MOVE "Y" TO WS-ALREADY-CLOSED
            EXIT PERFORM
        END-IF
    END-PERFORM.

    MOVE LVB-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "** NOT ON MASTER **" TO WS-FULL-NAME
            MOVE "NOT ON MASTER" TO WS-CUR-FLAG
            MOVE "N" TO WS-CUR-PAYABLE
        NOT INVALID KEY
            PERFORM FORMAT-EMPLOYEE-NAME
            MOVE EMP-LOCATION TO WS-CUR-BRANCH
            EVALUATE TRUE
                WHEN WS-ALREADY-CLOSED = "Y"
                    MOVE "ALREADY CLOSED" TO WS-CUR-FLAG
                    MOVE "N" TO WS-CUR-PAYABLE
                WHEN EMP-SEPARATED
                    MOVE "SEPARATED-FINAL PAY" TO WS-CUR-FLAG
                    MOVE "N" TO WS-CUR-PAYABLE
                WHEN EMP-SALARY = ZERO
                    MOVE "ZERO SALARY" TO WS-CUR-FLAG
                    MOVE "N" TO WS-CUR-PAYABLE
                WHEN OTHER
                    COMPUTE WS-DAILY-RATE ROUNDED =
                        EMP-SALARY / WS-MONTH-DAYS
                    COMPUTE WS-CASH-AMOUNT ROUNDED =
                        WS-CASH-DAYS * WS-DAILY-RATE
            END-EVALUATE
    END-READ.

    IF WS-CUR-PAYABLE = "Y"
        ADD 1 TO WS-SETTLED-COUNT
        ADD WS-EXCESS-DAYS TO WS-TOT-EXCESS
        ADD WS-CASH-DAYS TO WS-TOT-CASH-DAYS
        ADD WS-LAPSE-DAYS TO WS-TOT-LAPSE-DAYS
        ADD WS-CASH-AMOUNT TO WS-TOT-CASH-AMOUNT
    ELSE
        IF WS-ALREADY-CLOSED = "Y"
            ADD 1 TO WS-DONE-COUNT
        ELSE
            ADD 1 TO WS-FLAGGED-COUNT
        END-IF
        MOVE WS-OLD-BALANCE TO WS-NEW-BALANCE
    END-IF.
    PERFORM WRITE-DETAIL-LINE.

    IF WS-MODE = "A" AND WS-CUR-PAYABLE = "Y"
        PERFORM POST-SETTLEMENT
    END-IF.

WRITE-DETAIL-LINE.
    MOVE LVB-EMP-ID TO RPT-DET-ID.
    MOVE WS-FULL-NAME TO RPT-DET-NAME.
    MOVE WS-CUR-BRANCH TO RPT-DET-BRANCH.
    MOVE WS-OLD-BALANCE TO RPT-DET-BALANCE.
    MOVE WS-EXCESS-DAYS TO RPT-DET-EXCESS.
    MOVE WS-CASH-DAYS TO RPT-DET-CASH.
    MOVE WS-LAPSE-DAYS TO RPT-DET-LAPSE.
    MOVE WS-DAILY-RATE TO RPT-DET-RATE.
    MOVE WS-CASH-AMOUNT TO RPT-DET-AMOUNT.
    MOVE WS-NEW-BALANCE TO RPT-DET-NEW.
    MOVE WS-CUR-FLAG TO RPT-DET-NOTE.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

*> Balance first, then the money, then the trail: the history
*> entries are what mark the employee closed for a rerun.
POST-SETTLEMENT.
    MOVE WS-NEW-BALANCE TO LVB-VAC-BALANCE.
    REWRITE LEAVE-BALANCE-RECORD
        INVALID KEY
            DISPLAY "Balance " LVB-EMP-ID
                " could not be rewritten - not settled."
            EXIT PARAGRAPH
    END-REWRITE.
    IF WS-CASH-AMOUNT > ZERO
        PERFORM POST-CONVERSION-EARNING
    END-IF.
    MOVE "$" TO WS-HIST-TYPE.
    MOVE WS-CASH-DAYS TO WS-HIST-CREDITS.
    PERFORM WRITE-YEAREND-HISTORY.
    MOVE "*" TO WS-HIST-TYPE.
    MOVE WS-LAPSE-DAYS TO WS-HIST-CREDITS.
    PERFORM WRITE-YEAREND-HISTORY.

POST-CONVERSION-EARNING.
    PERFORM FIND-NEXT-SEQ.
    MOVE SPACES TO EARNING-RECORD.
    MOVE LVB-EMP-ID TO ERN-EMP-ID.
    MOVE WS-NEXT-SEQ TO ERN-SEQ.
    SET ERN-ONE-TIME TO TRUE.
    MOVE "LVCV" TO ERN-CODE.
    MOVE "LEAVE CONVERSION" TO ERN-DESC.
    MOVE WS-CASH-AMOUNT TO ERN-AMOUNT.
    SET ERN-IS-TAXABLE TO TRUE.
    MOVE ZERO TO ERN-EFF-DATE.
    MOVE ZERO TO ERN-END-DATE.
    MOVE WS-FISCAL-YEAR TO ERN-FISCAL-YEAR.
    MOVE WS-PERIOD TO ERN-PERIOD.
    WRITE EARNING-RECORD
        INVALID KEY
            DISPLAY "Earning " LVB-EMP-ID "/" WS-NEXT-SEQ
                " already on file - conversion not posted."
        NOT INVALID KEY
            ADD 1 TO WS-POSTED-COUNT
    END-WRITE.

FIND-NEXT-SEQ.
    MOVE 1 TO WS-NEXT-SEQ.
    MOVE LVB-EMP-ID TO ERN-EMP-ID.
    MOVE ZERO TO ERN-SEQ.
    START EARNING-FILE KEY IS NOT LESS THAN ERN-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-EARN-STATUS NOT = "00"
        READ EARNING-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF ERN-EMP-ID NOT = LVB-EMP-ID
            EXIT PERFORM
        END-IF
        COMPUTE WS-NEXT-SEQ = ERN-SEQ + 1
    END-PERFORM.
    MOVE "00" TO WS-EARN-STATUS.

*> LVH-DAYS holds the whole days; LVH-CREDITS the exact credits.
WRITE-YEAREND-HISTORY.
    IF WS-HIST-CREDITS = ZERO
        EXIT PARAGRAPH
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:14) TO LVH-TIMESTAMP.
    MOVE LVB-EMP-ID TO LVH-EMP-ID.
    MOVE WS-HIST-TYPE TO LVH-TYPE.
    MOVE WS-CLOSE-DATE TO LVH-START-DATE.
    MOVE WS-CLOSE-DATE TO LVH-END-DATE.
    MOVE WS-HIST-CREDITS TO LVH-DAYS.
    MOVE WS-HIST-CREDITS TO LVH-CREDITS.
    MOVE WS-CUR-BRANCH TO LVH-BRANCH.
    MOVE SPACE TO LVH-FILLER-1 LVH-FILLER-2 LVH-FILLER-3
        LVH-FILLER-4 LVH-FILLER-5 LVH-FILLER-6 LVH-FILLER-7.
    OPEN EXTEND HISTORY-FILE.
    IF WS-HISTORY-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF.
    WRITE LEAVE-HISTORY-RECORD.
    CLOSE HISTORY-FILE.
    ADD 1 TO WS-HISTORY-COUNT.

WRITE-COMPANY-TOTALS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Days above the cap          : " TO RPT-SUM-LABEL.
    MOVE WS-TOT-EXCESS TO RPT-SUM-DAYS.
    MOVE ZERO TO RPT-SUM-AMOUNT.
    WRITE REPORT-LINE FROM RPT-SUM-LINE.
    MOVE "Days converted / amount     : " TO RPT-SUM-LABEL.
    MOVE WS-TOT-CASH-DAYS TO RPT-SUM-DAYS.
    MOVE WS-TOT-CASH-AMOUNT TO RPT-SUM-AMOUNT.
    WRITE REPORT-LINE FROM RPT-SUM-LINE.
    MOVE "Days forfeited              : " TO RPT-SUM-LABEL.
    MOVE WS-TOT-LAPSE-DAYS TO RPT-SUM-DAYS.
    MOVE ZERO TO RPT-SUM-AMOUNT.
    WRITE REPORT-LINE FROM RPT-SUM-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Balances read               : " TO RPT-TOT-LABEL.
    MOVE WS-READ-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "At or under the cap         : " TO RPT-TOT-LABEL.
    MOVE WS-UNDER-CAP-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Settled                     : " TO RPT-TOT-LABEL.
    MOVE WS-SETTLED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Already closed this year    : " TO RPT-TOT-LABEL.
    MOVE WS-DONE-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Flagged, not settled        : " TO RPT-TOT-LABEL.
    MOVE WS-FLAGGED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-MODE = "A"
        MOVE "Earnings posted             : " TO RPT-TOT-LABEL
        MOVE WS-POSTED-COUNT TO RPT-TOT-COUNT
        WRITE REPORT-LINE FROM RPT-TOTAL-LINE
        MOVE "Leave history entries       : " TO RPT-TOT-LABEL
        MOVE WS-HISTORY-COUNT TO RPT-TOT-COUNT
        WRITE REPORT-LINE FROM RPT-TOTAL-LINE
    ELSE
        WRITE REPORT-LINE FROM RPT-SIGNOFF-LINE
    END-IF.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
