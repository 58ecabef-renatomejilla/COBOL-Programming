*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Monthly premium pay run over attdhist.dat, the
*>              clock history WS-ATTEND-LOAD builds. Each day's
*>              ATT-TIME-IN / ATT-TIME-OUT gives the hours worked
*>              (less the meal break); the run splits them into
*>              overtime beyond the standard day, night-differential
*>              hours between 22:00 and 06:00, and hours worked on a
*>              rest day or on a holiday from holidays.dat. The rest
*>              day is the one in the employee's shift schedule as
*>              the attendance load recorded it; staff with no
*>              schedule rest on Saturday and Sunday. Overtime counts only against an
*>              approved authorization in otauth.dat for that
*>              employee and date, up to the hours approved; clock
*>              time beyond that is shown as unauthorized and not
*>              paid. Rates come from the hourly equivalent of
*>              EMP-SALARY and the premium percentages in
*>              sysparm.dat. The support schedule (premium.rpt)
*>              lists every employee's premium days with the clock
*>              times, the month's hours and the amounts, for
*>              payroll to check against the clock data. Trial mode
*>              prints only; apply mode also posts the amounts to
*>              earnings.dat as taxable one-time earnings for the
*>              month's fiscal period, replacing any earlier posting
*>              for that period, so WS-PAYROLL-REGISTER carries them
*>              into gross.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-PREMIUM-PAY.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT HISTORY-FILE ASSIGN TO "attdhist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HOLIDAY-STATUS.

        SELECT OT-AUTH-FILE ASSIGN TO "otauth.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OTA-KEY
            FILE STATUS IS WS-OTA-STATUS.

        SELECT EARNING-FILE ASSIGN TO "earnings.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ERN-KEY
            FILE STATUS IS WS-EARN-STATUS.

        SELECT REPORT-FILE ASSIGN TO "premium.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        SELECT SORT-FILE ASSIGN TO "premium.tmp".

DATA DIVISION.
    FILE SECTION.
    FD HISTORY-FILE.
    COPY ATTREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD HOLIDAY-FILE.
    COPY HOLREC.

    FD OT-AUTH-FILE.
    COPY OTAUTH.

    FD EARNING-FILE.
    COPY EARNREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(120).

    SD SORT-FILE.
    01 SORT-RECORD.
        05 SRT-EMP-ID       PIC 9(6).
        05 SRT-DATE         PIC 9(8).
        05 SRT-CODE         PIC X.
        05 SRT-TIME-IN      PIC X(4).
        05 SRT-TIME-OUT     PIC X(4).
        05 SRT-SHIFT-CODE   PIC X(4).

    WORKING-STORAGE SECTION.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-HOLIDAY-STATUS    PIC XX.
    01 WS-OTA-STATUS        PIC XX.
    01 WS-EARN-STATUS       PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-SORT-EOF          PIC X.
    01 WS-OTA-OPEN          PIC X VALUE "N".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-PICK-MONTH        PIC 9(6).
    01 WS-MODE              PIC X.
    01 WS-FISCAL-YEAR       PIC 9(4).
    01 WS-PERIOD            PIC 99.
    01 WS-READ-COUNT        PIC 9(6) VALUE ZERO.
    01 WS-DAY-COUNT         PIC 9(6) VALUE ZERO.
    01 WS-EMP-COUNT         PIC 9(5) VALUE ZERO.
    01 WS-POSTED-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-PURGED-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-FLAGGED-COUNT     PIC 9(5) VALUE ZERO.

*> Premium rules, each overridable in sysparm.dat.
    01 WS-STD-HOURS         PIC 99 VALUE 8.
    01 WS-BREAK-MINUTES     PIC 999 VALUE 60.
    01 WS-MONTH-DAYS        PIC 99 VALUE 22.
    01 WS-OT-PCT            PIC 999 VALUE 125.
    01 WS-ND-PCT            PIC 999 VALUE 10.
    01 WS-REST-PCT          PIC 999 VALUE 130.
    01 WS-HOL-PCT           PIC 999 VALUE 100.
    01 WS-STD-MINUTES       PIC 9(4).
    COPY SYSPARM.

    01 WS-HOLIDAY-TOTAL     PIC 999 VALUE ZERO.
    01 WS-HOL-IDX           PIC 999.
    01 WS-HOLIDAY-TABLE.
        05 WS-HOL-ENTRY OCCURS 400 TIMES PIC 9(8).

*> Night-differential windows in minutes from midnight of the
*> work date: 00:00-06:00, 22:00-06:00 next day, and 22:00 of
*> the next day onward for a double shift.
    01 WS-ND-WINDOW-VALUES  PIC X(24)
        VALUE "000003601320180027602880".
    01 WS-ND-WINDOWS REDEFINES WS-ND-WINDOW-VALUES.
        05 WS-ND-WINDOW OCCURS 3 TIMES.
            10 WS-ND-FROM   PIC 9(4).
            10 WS-ND-TO     PIC 9(4).
    01 WS-ND-IDX            PIC 9.

*> One day's figures, in minutes.
    01 WS-DAY-TYPE          PIC X(4).
    01 WS-DAY-NAME          PIC X(3).
    01 WS-DAY-NOTE          PIC X(16).
    01 WS-IN-MIN            PIC 9(4).
    01 WS-OUT-MIN           PIC 9(4).
    01 WS-SPAN-MIN          PIC 9(4).
    01 WS-WORK-MIN          PIC 9(4).
    01 WS-EXCESS-MIN        PIC 9(4).
    01 WS-AUTH-MIN          PIC 9(4).
    01 WS-OT-MIN            PIC 9(4).
    01 WS-UNAUTH-MIN        PIC 9(4).
    01 WS-ND-MIN            PIC 9(4).
    01 WS-REST-MIN          PIC 9(4).
    01 WS-HOL-MIN           PIC 9(4).
    01 WS-OVER-FROM         PIC 9(4).
    01 WS-OVER-TO           PIC 9(4).
    01 WS-CLOCK-OK          PIC X.

*> The current employee's month.
    01 WS-CUR-EMP-ID        PIC 9(6) VALUE ZERO.
    01 WS-CUR-FLAG          PIC X(20).
    01 WS-CUR-PAYABLE       PIC X.
    01 WS-HOURLY-RATE       PIC 9(5)V9(4).
    01 WS-EMP-WORK-MIN      PIC 9(6).
    01 WS-EMP-OT-MIN        PIC 9(6).
    01 WS-EMP-ND-MIN        PIC 9(6).
    01 WS-EMP-REST-MIN      PIC 9(6).
    01 WS-EMP-HOL-MIN       PIC 9(6).
    01 WS-EMP-UNAUTH-MIN    PIC 9(6).
    01 WS-OT-AMOUNT         PIC 9(7)V99.
    01 WS-ND-AMOUNT         PIC 9(7)V99.
    01 WS-REST-AMOUNT       PIC 9(7)V99.
    01 WS-HOL-AMOUNT        PIC 9(7)V99.
    01 WS-EMP-PREMIUM       PIC 9(7)V99.

*> Company totals.
    01 WS-TOT-OT-MIN        PIC 9(8) VALUE ZERO.
    01 WS-TOT-ND-MIN        PIC 9(8) VALUE ZERO.
    01 WS-TOT-REST-MIN      PIC 9(8) VALUE ZERO.
    01 WS-TOT-HOL-MIN       PIC 9(8) VALUE ZERO.
    01 WS-TOT-UNAUTH-MIN    PIC 9(8) VALUE ZERO.
    01 WS-TOT-OT-AMT        PIC 9(9)V99 VALUE ZERO.
    01 WS-TOT-ND-AMT        PIC 9(9)V99 VALUE ZERO.
    01 WS-TOT-REST-AMT      PIC 9(9)V99 VALUE ZERO.
    01 WS-TOT-HOL-AMT       PIC 9(9)V99 VALUE ZERO.
    01 WS-TOT-PREMIUM       PIC 9(9)V99 VALUE ZERO.

*> Posting to earnings.dat.
    01 WS-NEXT-SEQ          PIC 9(3).
    01 WS-POST-CODE         PIC X(4).
    01 WS-POST-DESC         PIC X(20).
    01 WS-POST-AMOUNT       PIC 9(7)V99.

    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY DATESRV.
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(32)
            VALUE "PREMIUM PAY SUPPORT SCHEDULE (".
        05 RPT-MODE        PIC X(5).
        05 FILLER          PIC X(9)  VALUE ") MONTH  ".
        05 RPT-TITLE-MONTH PIC 9(6).
        05 FILLER          PIC X(7)  VALUE "   FY  ".
        05 RPT-TITLE-FY    PIC 9(4).
        05 FILLER          PIC X(9)  VALUE "  PERIOD ".
        05 RPT-TITLE-PER   PIC Z9.
    01 RPT-RULE-LINE.
        05 FILLER          PIC X(15) VALUE "Standard day : ".
        05 RPT-RULE-STD    PIC Z9.
        05 FILLER          PIC X(17) VALUE " hrs   Premiums: ".
        05 FILLER          PIC X(3)  VALUE "OT ".
        05 RPT-RULE-OT     PIC ZZ9.
        05 FILLER          PIC X(6)  VALUE "%  ND ".
        05 RPT-RULE-ND     PIC ZZ9.
        05 FILLER          PIC X(12) VALUE "%  REST DAY ".
        05 RPT-RULE-REST   PIC ZZ9.
        05 FILLER          PIC X(11) VALUE "%  HOLIDAY ".
        05 RPT-RULE-HOL    PIC ZZ9.
        05 FILLER          PIC X     VALUE "%".
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(11) VALUE "  DATE".
        05 FILLER          PIC X(4)  VALUE "DAY".
        05 FILLER          PIC X(5)  VALUE "TYPE".
        05 FILLER          PIC X(5)  VALUE "IN".
        05 FILLER          PIC X(4)  VALUE "OUT".
        05 FILLER          PIC X(11) VALUE "     WORKED".
        05 FILLER          PIC X(11) VALUE "   OVERTIME".
        05 FILLER          PIC X(11) VALUE "  NIGHT DIF".
        05 FILLER          PIC X(11) VALUE "   REST DAY".
        05 FILLER          PIC X(11) VALUE "    HOLIDAY".
        05 FILLER          PIC X(11) VALUE "  UNAUTH OT".
        05 FILLER          PIC X(6)  VALUE "  NOTE".
    01 RPT-EMP-LINE.
        05 RPT-EMP-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EMP-NAME    PIC X(31).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EMP-BRANCH  PIC X(15).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EMP-FLAG    PIC X(20).
    01 RPT-DAY-LINE.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DAY-DATE    PIC 9(8).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DAY-NAME    PIC X(3).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DAY-TYPE    PIC X(4).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DAY-IN      PIC X(4).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DAY-OUT     PIC X(4).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DAY-WORKED  PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DAY-OT      PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DAY-ND      PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DAY-REST    PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DAY-HOL     PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DAY-UNAUTH  PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DAY-NOTE    PIC X(16).
    01 RPT-HOURS-LINE.
        05 RPT-HRS-LABEL   PIC X(29).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-HRS-WORKED  PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-HRS-OT      PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-HRS-ND      PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-HRS-REST    PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-HRS-HOL     PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-HRS-UNAUTH  PIC ZZZ,ZZ9.99.
    01 RPT-AMOUNT-LINE.
        05 RPT-AMT-LABEL   PIC X(18).
        05 RPT-AMT-RATE    PIC ZZ,ZZ9.99.
        05 FILLER          PIC X(13) VALUE SPACES.
        05 RPT-AMT-OT      PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-AMT-ND      PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-AMT-REST    PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-AMT-HOL     PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X(8)  VALUE "  TOTAL ".
        05 RPT-AMT-TOTAL   PIC Z,ZZZ,ZZ9.99.
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(30).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

PROCEDURE DIVISION.
001-MAIN SECTION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Premium month (YYYYMM, 0 for current): "
        WITH NO ADVANCING.
    ACCEPT WS-PICK-MONTH.
    IF WS-PICK-MONTH = ZERO
        MOVE WS-RUN-DATE(1:6) TO WS-PICK-MONTH
    END-IF.
    DISPLAY "Trial (schedule only) or Apply to earnings? "
        "(T/A): " WITH NO ADVANCING.
    ACCEPT WS-MODE.
    MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
    IF WS-MODE NOT = "T" AND WS-MODE NOT = "A"
        DISPLAY "Mode must be T or A."
        GOBACK
    END-IF.

*> The month's premiums are paid in the fiscal period the month
*> falls in.
    SET DSRV-FISCAL-PERIOD TO TRUE.
    COMPUTE DSRV-DATE-A = WS-PICK-MONTH * 100 + 1.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-FISCAL-YEAR TO WS-FISCAL-YEAR.
    MOVE DSRV-RESULT-NUM TO WS-PERIOD.

    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        DISPLAY "attdhist.dat not found - load attendance first "
            "through WS-ATTEND-LOAD."
        GOBACK
    END-IF.
    CLOSE HISTORY-FILE.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to compute."
        GOBACK
    END-IF.

    PERFORM LOAD-PREMIUM-RULES.
    PERFORM LOAD-HOLIDAYS.
    OPEN INPUT OT-AUTH-FILE.
    IF WS-OTA-STATUS = "00"
        MOVE "Y" TO WS-OTA-OPEN
    ELSE
        DISPLAY "otauth.dat not found - no overtime is authorized."
    END-IF.
    IF WS-MODE = "A"
        OPEN I-O EARNING-FILE
        IF WS-EARN-STATUS = "35"
            OPEN OUTPUT EARNING-FILE
            CLOSE EARNING-FILE
            OPEN I-O EARNING-FILE
        END-IF
        PERFORM PURGE-PERIOD-PREMIUMS
    END-IF.

    MOVE "WS-PREMIUM-PAY" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    SORT SORT-FILE
        ON ASCENDING KEY SRT-EMP-ID SRT-DATE
        INPUT PROCEDURE IS FEED-SORT
        OUTPUT PROCEDURE IS PRINT-SCHEDULE.

    CLOSE EMPLOYEE-MASTER.
    IF WS-OTA-OPEN = "Y"
        CLOSE OT-AUTH-FILE
    END-IF.
    IF WS-MODE = "A"
        CLOSE EARNING-FILE
    END-IF.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-POSTED-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    MOVE WS-EMP-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    DISPLAY "Premium schedule for " WS-PICK-MONTH
        " written to premium.rpt - " WS-EMP-COUNT
        " employee(s).".
    IF WS-MODE = "A"
        DISPLAY WS-POSTED-COUNT " earning(s) posted to earnings.dat"
            " for FY" WS-FISCAL-YEAR " period " WS-PERIOD
            " (" WS-PURGED-COUNT " earlier posting(s) replaced)."
    END-IF.
    IF WS-FLAGGED-COUNT > ZERO
        DISPLAY WS-FLAGGED-COUNT " employee(s) flagged and not "
            "paid - see the schedule."
    END-IF.
GOBACK.

*> Only the month's worked days go to the sort; absences carry
*> no clock time to pay.
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
                        AND NOT ATT-ABSENT
                    MOVE ATT-EMP-ID   TO SRT-EMP-ID
                    MOVE ATT-DATE     TO SRT-DATE
                    MOVE ATT-CODE     TO SRT-CODE
                    MOVE ATT-TIME-IN  TO SRT-TIME-IN
                    MOVE ATT-TIME-OUT TO SRT-TIME-OUT
                    MOVE ATT-SHIFT-CODE TO SRT-SHIFT-CODE
                    RELEASE SORT-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.

PRINT-SCHEDULE SECTION.
    OPEN OUTPUT REPORT-FILE.
    MOVE "PREMIUM PAY" TO RRG-REPORT-NAME.
    MOVE "premium.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
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
    MOVE WS-STD-HOURS TO RPT-RULE-STD.
    MOVE WS-OT-PCT TO RPT-RULE-OT.
    MOVE WS-ND-PCT TO RPT-RULE-ND.
    MOVE WS-REST-PCT TO RPT-RULE-REST.
    MOVE WS-HOL-PCT TO RPT-RULE-HOL.
    WRITE REPORT-LINE FROM RPT-RULE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

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
                PERFORM PROCESS-ONE-DAY
        END-RETURN
    END-PERFORM.
    IF WS-CUR-EMP-ID NOT = ZERO
        PERFORM FINISH-EMPLOYEE
    END-IF.
    PERFORM WRITE-COMPANY-TOTALS.
    CLOSE REPORT-FILE.

SCHEDULE-ROUTINES SECTION.
LOAD-PREMIUM-RULES.
    MOVE "STANDARD-HOURS" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
            AND SPM-NUMERIC < 24
        MOVE SPM-NUMERIC TO WS-STD-HOURS
    END-IF.
    MOVE "MEAL-BREAK-MINUTES" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC < 240
        MOVE SPM-NUMERIC TO WS-BREAK-MINUTES
    END-IF.
    MOVE "WORK-DAYS-MONTH" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
            AND SPM-NUMERIC < 32
        MOVE SPM-NUMERIC TO WS-MONTH-DAYS
    END-IF.
    MOVE "OT-PREMIUM-PCT" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC < 1000
        MOVE SPM-NUMERIC TO WS-OT-PCT
    END-IF.
    MOVE "NIGHT-DIFF-PCT" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC < 1000
        MOVE SPM-NUMERIC TO WS-ND-PCT
    END-IF.
    MOVE "REST-DAY-PCT" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC < 1000
        MOVE SPM-NUMERIC TO WS-REST-PCT
    END-IF.
    MOVE "HOLIDAY-PCT" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC < 1000
        MOVE SPM-NUMERIC TO WS-HOL-PCT
    END-IF.
    COMPUTE WS-STD-MINUTES = WS-STD-HOURS * 60.

LOAD-HOLIDAYS.
    OPEN INPUT HOLIDAY-FILE.
    IF WS-HOLIDAY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-HOLIDAY-STATUS NOT = "00"
        READ HOLIDAY-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF HOL-DATE(1:6) = WS-PICK-MONTH
                AND WS-HOLIDAY-TOTAL < 400
            ADD 1 TO WS-HOLIDAY-TOTAL
            MOVE HOL-DATE TO WS-HOL-ENTRY(WS-HOLIDAY-TOTAL)
        END-IF
    END-PERFORM.
    CLOSE HOLIDAY-FILE.

*> An apply run replaces whatever an earlier run posted for the
*> same fiscal period, so the month can be rerun after clock or
*> authorization corrections.
PURGE-PERIOD-PREMIUMS.
    MOVE LOW-VALUES TO ERN-KEY.
    START EARNING-FILE KEY IS NOT LESS THAN ERN-KEY
        INVALID KEY
            MOVE "10" TO WS-EARN-STATUS
    END-START.
    PERFORM UNTIL WS-EARN-STATUS NOT = "00"
        READ EARNING-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF ERN-ONE-TIME
                AND ERN-FISCAL-YEAR = WS-FISCAL-YEAR
                AND ERN-PERIOD = WS-PERIOD
                AND (ERN-CODE = "OT" OR ERN-CODE = "ND"
                     OR ERN-CODE = "RDAY" OR ERN-CODE = "HOLW")
            DELETE EARNING-FILE RECORD
            ADD 1 TO WS-PURGED-COUNT
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-EARN-STATUS.

START-EMPLOYEE.
    MOVE SRT-EMP-ID TO WS-CUR-EMP-ID.
    ADD 1 TO WS-EMP-COUNT.
    MOVE ZERO TO WS-EMP-WORK-MIN.
    MOVE ZERO TO WS-EMP-OT-MIN.
    MOVE ZERO TO WS-EMP-ND-MIN.
    MOVE ZERO TO WS-EMP-REST-MIN.
    MOVE ZERO TO WS-EMP-HOL-MIN.
    MOVE ZERO TO WS-EMP-UNAUTH-MIN.
    MOVE ZERO TO WS-HOURLY-RATE.
    MOVE SPACES TO WS-CUR-FLAG.
    MOVE "Y" TO WS-CUR-PAYABLE.
    MOVE SPACES TO RPT-EMP-BRANCH.

    MOVE WS-CUR-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "** NOT ON MASTER **" TO WS-FULL-NAME
            MOVE "NOT ON MASTER" TO WS-CUR-FLAG
            MOVE "N" TO WS-CUR-PAYABLE
        NOT INVALID KEY
            PERFORM FORMAT-EMPLOYEE-NAME
            MOVE EMP-LOCATION TO RPT-EMP-BRANCH
            EVALUATE TRUE
                WHEN EMP-SEPARATED
                    MOVE "SEPARATED" TO WS-CUR-FLAG
                    MOVE "N" TO WS-CUR-PAYABLE
                WHEN EMP-SALARY = ZERO
                    MOVE "ZERO SALARY" TO WS-CUR-FLAG
                    MOVE "N" TO WS-CUR-PAYABLE
                WHEN OTHER
                    COMPUTE WS-HOURLY-RATE ROUNDED =
                        EMP-SALARY / WS-MONTH-DAYS / WS-STD-HOURS
            END-EVALUATE
    END-READ.
    MOVE WS-CUR-EMP-ID TO RPT-EMP-ID.
    MOVE WS-FULL-NAME TO RPT-EMP-NAME.
    MOVE WS-CUR-FLAG TO RPT-EMP-FLAG.
    WRITE REPORT-LINE FROM RPT-EMP-LINE.

*> Clock times are HHMM; a time out at or before the time in is a
*> shift that crossed midnight. The meal break comes off any span
*> longer than five hours.
PROCESS-ONE-DAY.
    ADD 1 TO WS-DAY-COUNT.
    MOVE ZERO TO WS-WORK-MIN WS-OT-MIN WS-UNAUTH-MIN WS-ND-MIN
        WS-REST-MIN WS-HOL-MIN WS-EXCESS-MIN WS-SPAN-MIN.
    MOVE SPACES TO WS-DAY-NOTE.
    PERFORM CLASSIFY-DAY.
    MOVE "Y" TO WS-CLOCK-OK.
    IF SRT-TIME-IN NOT NUMERIC OR SRT-TIME-OUT NOT NUMERIC
        MOVE "N" TO WS-CLOCK-OK
    ELSE
        IF SRT-TIME-IN(1:2) > "23" OR SRT-TIME-IN(3:2) > "59"
                OR SRT-TIME-OUT(1:2) > "23"
                OR SRT-TIME-OUT(3:2) > "59"
            MOVE "N" TO WS-CLOCK-OK
        END-IF
    END-IF.
    IF WS-CLOCK-OK = "N"
        MOVE "CLOCK INCOMPLETE" TO WS-DAY-NOTE
        PERFORM WRITE-DAY-LINE
        EXIT PARAGRAPH
    END-IF.

    COMPUTE WS-IN-MIN = FUNCTION NUMVAL(SRT-TIME-IN(1:2)) * 60
        + FUNCTION NUMVAL(SRT-TIME-IN(3:2)).
    COMPUTE WS-OUT-MIN = FUNCTION NUMVAL(SRT-TIME-OUT(1:2)) * 60
        + FUNCTION NUMVAL(SRT-TIME-OUT(3:2)).
    IF WS-OUT-MIN > WS-IN-MIN
        COMPUTE WS-SPAN-MIN = WS-OUT-MIN - WS-IN-MIN
    ELSE
        COMPUTE WS-SPAN-MIN = WS-OUT-MIN + 1440 - WS-IN-MIN
    END-IF.
    IF WS-SPAN-MIN > 300 AND WS-SPAN-MIN > WS-BREAK-MINUTES
        COMPUTE WS-WORK-MIN = WS-SPAN-MIN - WS-BREAK-MINUTES
    ELSE
        MOVE WS-SPAN-MIN TO WS-WORK-MIN
    END-IF.

*> Work on a rest day or holiday earns its premium up to the
*> standard day; anything beyond the standard day on any day is
*> overtime and needs an authorization.
    IF WS-WORK-MIN > WS-STD-MINUTES
        COMPUTE WS-EXCESS-MIN = WS-WORK-MIN - WS-STD-MINUTES
    END-IF.
    EVALUATE WS-DAY-TYPE
        WHEN "HOL "
            COMPUTE WS-HOL-MIN = WS-WORK-MIN - WS-EXCESS-MIN
        WHEN "REST"
            COMPUTE WS-REST-MIN = WS-WORK-MIN - WS-EXCESS-MIN
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF WS-EXCESS-MIN > ZERO
        PERFORM CHECK-AUTHORIZATION
    END-IF.

    PERFORM MEASURE-NIGHT-HOURS.
    IF WS-ND-MIN > WS-WORK-MIN - WS-UNAUTH-MIN
        COMPUTE WS-ND-MIN = WS-WORK-MIN - WS-UNAUTH-MIN
    END-IF.

    ADD WS-WORK-MIN TO WS-EMP-WORK-MIN.
    ADD WS-OT-MIN TO WS-EMP-OT-MIN.
    ADD WS-ND-MIN TO WS-EMP-ND-MIN.
    ADD WS-REST-MIN TO WS-EMP-REST-MIN.
    ADD WS-HOL-MIN TO WS-EMP-HOL-MIN.
    ADD WS-UNAUTH-MIN TO WS-EMP-UNAUTH-MIN.
    IF WS-OT-MIN > ZERO OR WS-ND-MIN > ZERO
            OR WS-REST-MIN > ZERO OR WS-HOL-MIN > ZERO
            OR WS-UNAUTH-MIN > ZERO
        PERFORM WRITE-DAY-LINE
    END-IF.

*> A scheduled day is a rest day only when the schedule says REST;
*> an unscheduled one falls back to the weekend. A holiday
*> outranks a rest day when the two coincide.
CLASSIFY-DAY.
    SET DSRV-DAY-OF-WEEK TO TRUE.
    MOVE SRT-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-RESULT-TEXT(1:3) TO WS-DAY-NAME.
    MOVE FUNCTION UPPER-CASE(WS-DAY-NAME) TO WS-DAY-NAME.
    MOVE "REG " TO WS-DAY-TYPE.
    EVALUATE TRUE
        WHEN SRT-SHIFT-CODE = "REST"
            MOVE "REST" TO WS-DAY-TYPE
        WHEN SRT-SHIFT-CODE NOT = SPACES
            CONTINUE
        WHEN DSRV-RESULT-NUM = 0 OR DSRV-RESULT-NUM = 6
            MOVE "REST" TO WS-DAY-TYPE
    END-EVALUATE.
    PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
            UNTIL WS-HOL-IDX > WS-HOLIDAY-TOTAL
        IF WS-HOL-ENTRY(WS-HOL-IDX) = SRT-DATE
            MOVE "HOL " TO WS-DAY-TYPE
            EXIT PERFORM
        END-IF
    END-PERFORM.

CHECK-AUTHORIZATION.
    MOVE WS-EXCESS-MIN TO WS-UNAUTH-MIN.
    IF WS-OTA-OPEN NOT = "Y"
        MOVE "NO OT AUTHORITY" TO WS-DAY-NOTE
        EXIT PARAGRAPH
    END-IF.
    MOVE SRT-EMP-ID TO OTA-EMP-ID.
    MOVE SRT-DATE TO OTA-DATE.
    READ OT-AUTH-FILE
        INVALID KEY
            MOVE "NO OT AUTHORITY" TO WS-DAY-NOTE
            EXIT PARAGRAPH
    END-READ.
    IF NOT OTA-APPROVED
        MOVE "AUTH CANCELLED" TO WS-DAY-NOTE
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-AUTH-MIN = OTA-HOURS * 60.
    IF WS-EXCESS-MIN > WS-AUTH-MIN
        MOVE WS-AUTH-MIN TO WS-OT-MIN
        MOVE "OVER AUTHORITY" TO WS-DAY-NOTE
    ELSE
        MOVE WS-EXCESS-MIN TO WS-OT-MIN
    END-IF.
    COMPUTE WS-UNAUTH-MIN = WS-EXCESS-MIN - WS-OT-MIN.

MEASURE-NIGHT-HOURS.
    MOVE ZERO TO WS-ND-MIN.
    PERFORM VARYING WS-ND-IDX FROM 1 BY 1 UNTIL WS-ND-IDX > 3
        MOVE WS-IN-MIN TO WS-OVER-FROM
        IF WS-ND-FROM(WS-ND-IDX) > WS-OVER-FROM
            MOVE WS-ND-FROM(WS-ND-IDX) TO WS-OVER-FROM
        END-IF
        COMPUTE WS-OVER-TO = WS-IN-MIN + WS-SPAN-MIN
        IF WS-ND-TO(WS-ND-IDX) < WS-OVER-TO
            MOVE WS-ND-TO(WS-ND-IDX) TO WS-OVER-TO
        END-IF
        IF WS-OVER-TO > WS-OVER-FROM
            COMPUTE WS-ND-MIN = WS-ND-MIN
                + WS-OVER-TO - WS-OVER-FROM
        END-IF
    END-PERFORM.

WRITE-DAY-LINE.
    MOVE SRT-DATE TO RPT-DAY-DATE.
    MOVE WS-DAY-NAME TO RPT-DAY-NAME.
    MOVE WS-DAY-TYPE TO RPT-DAY-TYPE.
    MOVE SRT-TIME-IN TO RPT-DAY-IN.
    MOVE SRT-TIME-OUT TO RPT-DAY-OUT.
    COMPUTE RPT-DAY-WORKED ROUNDED = WS-WORK-MIN / 60.
    COMPUTE RPT-DAY-OT ROUNDED = WS-OT-MIN / 60.
    COMPUTE RPT-DAY-ND ROUNDED = WS-ND-MIN / 60.
    COMPUTE RPT-DAY-REST ROUNDED = WS-REST-MIN / 60.
    COMPUTE RPT-DAY-HOL ROUNDED = WS-HOL-MIN / 60.
    COMPUTE RPT-DAY-UNAUTH ROUNDED = WS-UNAUTH-MIN / 60.
    MOVE WS-DAY-NOTE TO RPT-DAY-NOTE.
    WRITE REPORT-LINE FROM RPT-DAY-LINE.

*> Amount = hours x hourly rate x premium percentage. Overtime,
*> rest-day and holiday percentages are the whole rate for those
*> hours (the monthly salary does not cover them); the night
*> differential is an add-on to hours already paid.
FINISH-EMPLOYEE.
    MOVE ZERO TO WS-OT-AMOUNT WS-ND-AMOUNT WS-REST-AMOUNT
        WS-HOL-AMOUNT WS-EMP-PREMIUM.
    IF WS-CUR-PAYABLE = "Y"
        COMPUTE WS-OT-AMOUNT ROUNDED =
            WS-EMP-OT-MIN * WS-HOURLY-RATE * WS-OT-PCT / 6000
        COMPUTE WS-ND-AMOUNT ROUNDED =
            WS-EMP-ND-MIN * WS-HOURLY-RATE * WS-ND-PCT / 6000
        COMPUTE WS-REST-AMOUNT ROUNDED =
            WS-EMP-REST-MIN * WS-HOURLY-RATE * WS-REST-PCT / 6000
        COMPUTE WS-HOL-AMOUNT ROUNDED =
            WS-EMP-HOL-MIN * WS-HOURLY-RATE * WS-HOL-PCT / 6000
        COMPUTE WS-EMP-PREMIUM = WS-OT-AMOUNT + WS-ND-AMOUNT
            + WS-REST-AMOUNT + WS-HOL-AMOUNT
    ELSE
        ADD 1 TO WS-FLAGGED-COUNT
    END-IF.

    MOVE "  Hours for the month" TO RPT-HRS-LABEL.
    COMPUTE RPT-HRS-WORKED ROUNDED = WS-EMP-WORK-MIN / 60.
    COMPUTE RPT-HRS-OT ROUNDED = WS-EMP-OT-MIN / 60.
    COMPUTE RPT-HRS-ND ROUNDED = WS-EMP-ND-MIN / 60.
    COMPUTE RPT-HRS-REST ROUNDED = WS-EMP-REST-MIN / 60.
    COMPUTE RPT-HRS-HOL ROUNDED = WS-EMP-HOL-MIN / 60.
    COMPUTE RPT-HRS-UNAUTH ROUNDED = WS-EMP-UNAUTH-MIN / 60.
    WRITE REPORT-LINE FROM RPT-HOURS-LINE.
    MOVE "  Amount, rate/hr " TO RPT-AMT-LABEL.
    MOVE WS-HOURLY-RATE TO RPT-AMT-RATE.
    MOVE WS-OT-AMOUNT TO RPT-AMT-OT.
    MOVE WS-ND-AMOUNT TO RPT-AMT-ND.
    MOVE WS-REST-AMOUNT TO RPT-AMT-REST.
    MOVE WS-HOL-AMOUNT TO RPT-AMT-HOL.
    MOVE WS-EMP-PREMIUM TO RPT-AMT-TOTAL.
    WRITE REPORT-LINE FROM RPT-AMOUNT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

    ADD WS-EMP-OT-MIN TO WS-TOT-OT-MIN.
    ADD WS-EMP-ND-MIN TO WS-TOT-ND-MIN.
    ADD WS-EMP-REST-MIN TO WS-TOT-REST-MIN.
    ADD WS-EMP-HOL-MIN TO WS-TOT-HOL-MIN.
    ADD WS-EMP-UNAUTH-MIN TO WS-TOT-UNAUTH-MIN.
    ADD WS-OT-AMOUNT TO WS-TOT-OT-AMT.
    ADD WS-ND-AMOUNT TO WS-TOT-ND-AMT.
    ADD WS-REST-AMOUNT TO WS-TOT-REST-AMT.
    ADD WS-HOL-AMOUNT TO WS-TOT-HOL-AMT.
    ADD WS-EMP-PREMIUM TO WS-TOT-PREMIUM.

    IF WS-MODE = "A" AND WS-EMP-PREMIUM > ZERO
        PERFORM POST-EMPLOYEE-PREMIUMS
    END-IF.

*> Each premium kind becomes its own taxable one-time earning so
*> the payslip and register show it as a separate line.
POST-EMPLOYEE-PREMIUMS.
    PERFORM FIND-NEXT-SEQ.
    MOVE "OT" TO WS-POST-CODE.
    MOVE "OVERTIME" TO WS-POST-DESC.
    MOVE WS-OT-AMOUNT TO WS-POST-AMOUNT.
    PERFORM POST-ONE-PREMIUM.
    MOVE "ND" TO WS-POST-CODE.
    MOVE "NIGHT DIFF" TO WS-POST-DESC.
    MOVE WS-ND-AMOUNT TO WS-POST-AMOUNT.
    PERFORM POST-ONE-PREMIUM.
    MOVE "RDAY" TO WS-POST-CODE.
    MOVE "REST DAY" TO WS-POST-DESC.
    MOVE WS-REST-AMOUNT TO WS-POST-AMOUNT.
    PERFORM POST-ONE-PREMIUM.
    MOVE "HOLW" TO WS-POST-CODE.
    MOVE "HOLIDAY" TO WS-POST-DESC.
    MOVE WS-HOL-AMOUNT TO WS-POST-AMOUNT.
    PERFORM POST-ONE-PREMIUM.

POST-ONE-PREMIUM.
    IF WS-POST-AMOUNT = ZERO
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO EARNING-RECORD.
    MOVE WS-CUR-EMP-ID TO ERN-EMP-ID.
    MOVE WS-NEXT-SEQ TO ERN-SEQ.
    SET ERN-ONE-TIME TO TRUE.
    MOVE WS-POST-CODE TO ERN-CODE.
    MOVE WS-POST-DESC TO ERN-DESC.
    MOVE WS-POST-AMOUNT TO ERN-AMOUNT.
    SET ERN-IS-TAXABLE TO TRUE.
    MOVE ZERO TO ERN-EFF-DATE.
    MOVE ZERO TO ERN-END-DATE.
    MOVE WS-FISCAL-YEAR TO ERN-FISCAL-YEAR.
    MOVE WS-PERIOD TO ERN-PERIOD.
    WRITE EARNING-RECORD
        INVALID KEY
            DISPLAY "Earning " WS-CUR-EMP-ID "/" WS-NEXT-SEQ
                " already on file - " WS-POST-CODE " not posted."
        NOT INVALID KEY
            ADD 1 TO WS-POSTED-COUNT
    END-WRITE.
    ADD 1 TO WS-NEXT-SEQ.

FIND-NEXT-SEQ.
    MOVE 1 TO WS-NEXT-SEQ.
    MOVE WS-CUR-EMP-ID TO ERN-EMP-ID.
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
        IF ERN-EMP-ID NOT = WS-CUR-EMP-ID
            EXIT PERFORM
        END-IF
        COMPUTE WS-NEXT-SEQ = ERN-SEQ + 1
    END-PERFORM.
    MOVE "00" TO WS-EARN-STATUS.

WRITE-COMPANY-TOTALS.
    MOVE "Company hours" TO RPT-HRS-LABEL.
    MOVE ZERO TO RPT-HRS-WORKED.
    COMPUTE RPT-HRS-OT ROUNDED = WS-TOT-OT-MIN / 60.
    COMPUTE RPT-HRS-ND ROUNDED = WS-TOT-ND-MIN / 60.
    COMPUTE RPT-HRS-REST ROUNDED = WS-TOT-REST-MIN / 60.
    COMPUTE RPT-HRS-HOL ROUNDED = WS-TOT-HOL-MIN / 60.
    COMPUTE RPT-HRS-UNAUTH ROUNDED = WS-TOT-UNAUTH-MIN / 60.
    WRITE REPORT-LINE FROM RPT-HOURS-LINE.
    MOVE "Company amounts   " TO RPT-AMT-LABEL.
    MOVE ZERO TO RPT-AMT-RATE.
    MOVE WS-TOT-OT-AMT TO RPT-AMT-OT.
    MOVE WS-TOT-ND-AMT TO RPT-AMT-ND.
    MOVE WS-TOT-REST-AMT TO RPT-AMT-REST.
    MOVE WS-TOT-HOL-AMT TO RPT-AMT-HOL.
    MOVE WS-TOT-PREMIUM TO RPT-AMT-TOTAL.
    WRITE REPORT-LINE FROM RPT-AMOUNT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Employees on the schedule   : " TO RPT-TOT-LABEL.
    MOVE WS-EMP-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Flagged, not paid           : " TO RPT-TOT-LABEL.
    MOVE WS-FLAGGED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Worked days examined        : " TO RPT-TOT-LABEL.
    MOVE WS-DAY-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    IF WS-MODE = "A"
        MOVE "Earnings posted             : " TO RPT-TOT-LABEL
        MOVE WS-POSTED-COUNT TO RPT-TOT-COUNT
        WRITE REPORT-LINE FROM RPT-TOTAL-LINE
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
