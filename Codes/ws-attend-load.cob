*>              export attend.dat. The file is checked whole
*>              against its INTFCTL header and trailer before a
*>              single record loads, exactly as the other feeds
*>              are. Each day is measured against the shift the
*>              employee is scheduled for in schedule.dat (shift
*>              times and grace from shifts.dat): minutes late
*>              past the grace period, undertime before the shift
*>              end, no-shows on a scheduled working day, and
*>              punches on a scheduled rest day. ATT-CODE P or L
*>              is set from that measure, not from the clock's own
*>              setting. Employees with no schedule keep the
*>              clock's code, and their absences are judged
*>              against weekends and holidays.dat through
*>              DATE-SERVICES as before. Clean records append to
*>              the attendance history attdhist.dat; the exception
*>              report attend.rpt lists each of these along with
*>              attendance for employees not on employee.dat -
*>              what payroll needs to see before the register is
*>              cut.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-ATTEND-LOAD.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT SHIFT-FILE ASSIGN TO "shifts.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS SHF-CODE
            FILE STATUS IS WS-SHIFT-STATUS.

        SELECT SCHEDULE-FILE ASSIGN TO "schedule.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SCH-KEY
            FILE STATUS IS WS-SCHED-STATUS.

        SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HOLIDAY-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
    COPY ATTREC.

    FD HISTORY-FILE.
    01 HISTORY-RECORD       PIC X(34).

    FD SHIFT-FILE.
    COPY SHIFTREC.

    FD SCHEDULE-FILE.
    COPY SCHEDREC.

    FD HOLIDAY-FILE.
    COPY HOLREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.
    01 WS-UNKNOWN-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-WORKDAY-FLAG      PIC X.
    01 WS-EMP-KNOWN         PIC X.
    COPY EMPIDCHK.
    01 WS-SHIFT-STATUS      PIC XX.
    01 WS-SCHED-STATUS      PIC XX.
    01 WS-HOLIDAY-STATUS    PIC XX.
    01 WS-SCHED-OPEN        PIC X VALUE "N".
    01 WS-LATE-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-UNDER-COUNT       PIC 9(5) VALUE ZERO.
    01 WS-NO-SHOW-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-REST-PUNCH-COUNT  PIC 9(5) VALUE ZERO.
    01 WS-UNSCHED-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-PATTERN-FOUND     PIC X.
    01 WS-DAY-WEEK.
        05 WS-DAY-SHIFT     PIC X(4) OCCURS 7 TIMES.
    01 WS-DAY-IDX           PIC 9.
    01 WS-IS-HOLIDAY        PIC X.
    01 WS-HOLIDAY-TOTAL     PIC 999 VALUE ZERO.
    01 WS-HOL-IDX           PIC 999.
    01 WS-HOLIDAY-TABLE.
        05 WS-HOL-ENTRY OCCURS 400 TIMES PIC 9(8).
    01 WS-SHIFT-START-MIN   PIC 9(4).
    01 WS-SHIFT-END-MIN     PIC 9(4).
    01 WS-PUNCH-MIN         PIC 9(4).
    01 WS-DIFF-MIN          PIC S9(5).
    COPY DATESRV.
    COPY INTFCTL.
    COPY RUNLOG.
        05 RPT-EXC-DATE    PIC 9(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EXC-CODE    PIC X.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EXC-SHIFT   PIC X(4).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EXC-IN      PIC X(4).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-EXC-OUT     PIC X(4).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EXC-MINUTES PIC ZZ9 VALUE ZERO.
        05 RPT-EXC-MIN-LBL PIC X(4) VALUE SPACES.
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(30).
        05 RPT-TOT-COUNT   PIC ZZZZ9.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN INPUT EMPLOYEE-MASTER.
    OPEN INPUT SHIFT-FILE.
    OPEN INPUT SCHEDULE-FILE.
    IF WS-SHIFT-STATUS = "00" AND WS-SCHED-STATUS = "00"
        MOVE "Y" TO WS-SCHED-OPEN
    ELSE
        DISPLAY "No shift schedules on file - the clock's own "
            "codes are kept."
    END-IF.
    PERFORM LOAD-HOLIDAYS.
    OPEN EXTEND HISTORY-FILE.
    IF WS-HISTORY-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE

    CLOSE ATTEND-FILE.
    CLOSE EMPLOYEE-MASTER.
    IF WS-SHIFT-STATUS NOT = "35"
        CLOSE SHIFT-FILE
    END-IF.
    IF WS-SCHED-STATUS NOT = "35"
        CLOSE SCHEDULE-FILE
    END-IF.
    CLOSE HISTORY-FILE.
    CLOSE REPORT-FILE.

        WS-READ-COUNT " record(s) loaded.".
    DISPLAY "  Working-day absences flagged : "
        WS-ABSENT-EXC-COUNT.
    DISPLAY "  Late past grace              : " WS-LATE-COUNT.
    DISPLAY "  Undertime                    : " WS-UNDER-COUNT.
    DISPLAY "  No-shows on scheduled shift  : " WS-NO-SHOW-COUNT.
    DISPLAY "  Punches on a rest day        : "
        WS-REST-PUNCH-COUNT.
    DISPLAY "  Unknown employees            : " WS-UNKNOWN-COUNT.
    DISPLAY "Report written to attend.rpt.".
GOBACK.
    OPEN INPUT ATTEND-FILE.

LOAD-ONE-RECORD.
*> The clock sends only the first fields; whatever follows them on
*> the line is ours to fill.
    MOVE SPACES TO ATT-SHIFT-CODE.
    MOVE ZERO TO ATT-LATE-MIN.
    MOVE ZERO TO ATT-UNDER-MIN.
    MOVE "U" TO ATT-SCHED-FLAG.
    MOVE "N" TO WS-EMP-KNOWN.
    IF ATT-EMP-ID NUMERIC
        SET EIC-VALIDATE TO TRUE
        MOVE ATT-EMP-ID TO EIC-EMP-ID
        CALL "EMPIDCHK" USING EMP-ID-CHK-AREA
        IF EIC-VALID NOT = "Y"
            ADD 1 TO WS-UNKNOWN-COUNT
            MOVE "EMP ID CHECK DIGIT WRONG:   " TO RPT-EXC-TYPE
            PERFORM WRITE-EXCEPTION-DETAIL
            EXIT PARAGRAPH
        END-IF
        MOVE ATT-EMP-ID TO EMP-ID
        READ EMPLOYEE-MASTER
            INVALID KEY
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-PATTERN-FOUND.
    IF WS-SCHED-OPEN = "Y"
        PERFORM FIND-SCHEDULE-PATTERN
    END-IF.
    IF WS-PATTERN-FOUND = "Y"
        PERFORM MEASURE-AGAINST-SHIFT
    ELSE
        ADD 1 TO WS-UNSCHED-COUNT
        PERFORM CHECK-UNSCHEDULED-ABSENCE
    END-IF.

    WRITE HISTORY-RECORD FROM ATTENDANCE-RECORD.
    ADD 1 TO WS-LOADED-COUNT.

*> An absence only matters on a working day: the WD count over
*> the single date is 1 on a working day, 0 on a weekend/holiday.
CHECK-UNSCHEDULED-ABSENCE.
    IF ATT-ABSENT
        SET DSRV-WORKDAYS TO TRUE
        MOVE ATT-DATE TO DSRV-DATE-A
        END-IF
    END-IF.

*> The pattern in force is the one with the latest effective date
*> on or before the attendance date.
FIND-SCHEDULE-PATTERN.
    MOVE ATT-EMP-ID TO SCH-EMP-ID.
    MOVE ZERO TO SCH-EFF-DATE.
    START SCHEDULE-FILE KEY IS NOT LESS THAN SCH-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
        READ SCHEDULE-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF SCH-EMP-ID NOT = EMP-ID OR SCH-EFF-DATE > ATT-DATE
            EXIT PERFORM
        END-IF
        MOVE "Y" TO WS-PATTERN-FOUND
        MOVE SCH-WEEK TO WS-DAY-WEEK
    END-PERFORM.
    MOVE "00" TO WS-SCHED-STATUS.

MEASURE-AGAINST-SHIFT.
    SET DSRV-DAY-OF-WEEK TO TRUE.
    MOVE ATT-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    COMPUTE WS-DAY-IDX = DSRV-RESULT-NUM + 1.
    MOVE WS-DAY-SHIFT(WS-DAY-IDX) TO ATT-SHIFT-CODE.

    IF ATT-SHIFT-CODE = "REST"
        IF ATT-TIME-IN NUMERIC OR ATT-TIME-OUT NUMERIC
            SET ATT-REST-PUNCH TO TRUE
            ADD 1 TO WS-REST-PUNCH-COUNT
            MOVE "PUNCH ON REST DAY       :   " TO RPT-EXC-TYPE
            PERFORM WRITE-EXCEPTION-DETAIL
        ELSE
            SET ATT-REST-DAY TO TRUE
        END-IF
        EXIT PARAGRAPH
    END-IF.

    MOVE ATT-SHIFT-CODE TO SHF-CODE.
    READ SHIFT-FILE
        INVALID KEY
            MOVE "U" TO ATT-SCHED-FLAG
            ADD 1 TO WS-UNSCHED-COUNT
            PERFORM CHECK-UNSCHEDULED-ABSENCE
            EXIT PARAGRAPH
    END-READ.

    PERFORM CHECK-HOLIDAY.
    IF ATT-ABSENT OR ATT-TIME-IN NOT NUMERIC
        IF WS-IS-HOLIDAY = "Y"
            SET ATT-HOLIDAY-OFF TO TRUE
        ELSE
            SET ATT-NO-SHOW TO TRUE
            MOVE "A" TO ATT-CODE
            ADD 1 TO WS-NO-SHOW-COUNT
            MOVE "NO-SHOW ON SCHEDULED DAY:   " TO RPT-EXC-TYPE
            PERFORM WRITE-EXCEPTION-DETAIL
        END-IF
        EXIT PARAGRAPH
    END-IF.

    SET ATT-ON-SCHEDULE TO TRUE.
    COMPUTE WS-SHIFT-START-MIN =
        FUNCTION NUMVAL(SHF-START(1:2)) * 60
        + FUNCTION NUMVAL(SHF-START(3:2)).
    COMPUTE WS-SHIFT-END-MIN =
        FUNCTION NUMVAL(SHF-END(1:2)) * 60
        + FUNCTION NUMVAL(SHF-END(3:2)).

    COMPUTE WS-PUNCH-MIN = FUNCTION NUMVAL(ATT-TIME-IN(1:2)) * 60
        + FUNCTION NUMVAL(ATT-TIME-IN(3:2)).
    COMPUTE WS-DIFF-MIN = WS-PUNCH-MIN - WS-SHIFT-START-MIN.
    PERFORM WRAP-DIFFERENCE.
    IF WS-DIFF-MIN > SHF-GRACE
        MOVE WS-DIFF-MIN TO ATT-LATE-MIN
        MOVE "L" TO ATT-CODE
        ADD 1 TO WS-LATE-COUNT
        MOVE "LATE PAST GRACE         :   " TO RPT-EXC-TYPE
        MOVE ATT-LATE-MIN TO RPT-EXC-MINUTES
        MOVE " MIN" TO RPT-EXC-MIN-LBL
        PERFORM WRITE-EXCEPTION-DETAIL
    ELSE
        MOVE "P" TO ATT-CODE
    END-IF.

    IF ATT-TIME-OUT NUMERIC
        COMPUTE WS-PUNCH-MIN =
            FUNCTION NUMVAL(ATT-TIME-OUT(1:2)) * 60
            + FUNCTION NUMVAL(ATT-TIME-OUT(3:2))
        COMPUTE WS-DIFF-MIN = WS-SHIFT-END-MIN - WS-PUNCH-MIN
        PERFORM WRAP-DIFFERENCE
        IF WS-DIFF-MIN > ZERO
            MOVE WS-DIFF-MIN TO ATT-UNDER-MIN
            ADD 1 TO WS-UNDER-COUNT
            MOVE "UNDERTIME               :   " TO RPT-EXC-TYPE
            MOVE ATT-UNDER-MIN TO RPT-EXC-MINUTES
            MOVE " MIN" TO RPT-EXC-MIN-LBL
            PERFORM WRITE-EXCEPTION-DETAIL
        END-IF
    END-IF.

*> Clock and shift times carry no date, so a difference of more
*> than twelve hours is read as the other side of midnight (a
*> 2200 shift punched in at 0010 is 130 minutes late).
WRAP-DIFFERENCE.
    IF WS-DIFF-MIN > 720
        SUBTRACT 1440 FROM WS-DIFF-MIN
    END-IF.
    IF WS-DIFF-MIN < -720
        ADD 1440 TO WS-DIFF-MIN
    END-IF.
    IF WS-DIFF-MIN > 999
        MOVE 999 TO WS-DIFF-MIN
    END-IF.

CHECK-HOLIDAY.
    MOVE "N" TO WS-IS-HOLIDAY.
    PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
            UNTIL WS-HOL-IDX > WS-HOLIDAY-TOTAL
        IF WS-HOL-ENTRY(WS-HOL-IDX) = ATT-DATE
            MOVE "Y" TO WS-IS-HOLIDAY
            EXIT PERFORM
        END-IF
    END-PERFORM.

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
        IF WS-HOLIDAY-TOTAL < 400
            ADD 1 TO WS-HOLIDAY-TOTAL
            MOVE HOL-DATE TO WS-HOL-ENTRY(WS-HOLIDAY-TOTAL)
        END-IF
    END-PERFORM.
    CLOSE HOLIDAY-FILE.

WRITE-EXCEPTION-DETAIL.
    MOVE ATT-EMP-ID TO RPT-EXC-ID.
    MOVE ATT-DATE TO RPT-EXC-DATE.
    MOVE ATT-CODE TO RPT-EXC-CODE.
    MOVE ATT-SHIFT-CODE TO RPT-EXC-SHIFT.
    MOVE ATT-TIME-IN TO RPT-EXC-IN.
    MOVE ATT-TIME-OUT TO RPT-EXC-OUT.
    WRITE REPORT-LINE FROM RPT-EXCEPTION-LINE.
    MOVE ZERO TO RPT-EXC-MINUTES.
    MOVE SPACES TO RPT-EXC-MIN-LBL.

WRITE-LOAD-TOTALS.
    MOVE SPACES TO REPORT-LINE.
    MOVE "Working-day absences        : " TO RPT-TOT-LABEL.
    MOVE WS-ABSENT-EXC-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Late past grace             : " TO RPT-TOT-LABEL.
    MOVE WS-LATE-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Undertime                   : " TO RPT-TOT-LABEL.
    MOVE WS-UNDER-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "No-shows on scheduled shift : " TO RPT-TOT-LABEL.
    MOVE WS-NO-SHOW-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Punches on a rest day       : " TO RPT-TOT-LABEL.
    MOVE WS-REST-PUNCH-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Days with no schedule       : " TO RPT-TOT-LABEL.
    MOVE WS-UNSCHED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Unknown employees           : " TO RPT-TOT-LABEL.
    MOVE WS-UNKNOWN-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
