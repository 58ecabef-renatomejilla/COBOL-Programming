*>              them the same way and fixes land in one place.
*>              Business-day arithmetic skips Saturdays, Sundays and
*>              every date on holidays.dat (see WS-HOLIDAY-MAINT).
*>              The first and last business day of a month are
*>              found the same way, for the job schedule's
*>              month-start and month-end run rules, and a pay date
*>              falling on a weekend or holiday is moved back to the
*>              business day before it.
*>              See copybooks/DATESRV.cpy for the function codes.

IDENTIFICATION DIVISION.
    01 WS-DOW-NUM               PIC 9.
    01 WS-DAYS-LEFT             PIC S9(5).
    01 WS-DAYS-IN-MONTH         PIC 99.
    01 WS-DAY-STEP              PIC S9.

    LINKAGE SECTION.
    COPY DATESRV.
            PERFORM COUNT-WORKING-DAYS
        WHEN DSRV-AGE
            PERFORM COMPUTE-AGE
        WHEN DSRV-HOLIDAY-CHECK
            PERFORM HOLIDAY-CHECK
        WHEN DSRV-FIRST-BUS-DAY
            PERFORM FIRST-BUSINESS-DAY
        WHEN DSRV-LAST-BUS-DAY
            PERFORM LAST-BUSINESS-DAY
        WHEN DSRV-PRIOR-BUS-DAY
            PERFORM PRIOR-BUSINESS-DAY
        WHEN OTHER
            MOVE "N" TO DSRV-VALID-FLAG
            MOVE ZERO TO DSRV-RESULT-NUM
        VALID-FLAG BY DSRV-VALID-FLAG
        DAYS-IN-MONTH BY WS-DAYS-IN-MONTH.

*> A negative count walks back from DATE-A - the payroll
*> calendar's cut-off and deadline before a pay date.
ADD-BUSINESS-DAYS.
    PERFORM LOAD-HOLIDAY-TABLE.
    MOVE DSRV-DAYS TO WS-DAYS-LEFT.
    MOVE 1 TO WS-DAY-STEP.
    IF WS-DAYS-LEFT < 0
        MOVE -1 TO WS-DAY-STEP
        COMPUTE WS-DAYS-LEFT = 0 - WS-DAYS-LEFT
    END-IF.
    COMPUTE WS-INT-DATE = FUNCTION INTEGER-OF-DATE(DSRV-DATE-A).
    PERFORM UNTIL WS-DAYS-LEFT = 0
        ADD WS-DAY-STEP TO WS-INT-DATE
        COMPUTE WS-DOW-NUM = FUNCTION MOD(WS-INT-DATE, 7)
        IF WS-DOW-NUM NOT = 0 AND WS-DOW-NUM NOT = 6
            MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DATE)
        SUBTRACT 1 FROM DSRV-RESULT-NUM
    END-IF.

HOLIDAY-CHECK.
    PERFORM LOAD-HOLIDAY-TABLE.
    MOVE DSRV-DATE-A TO WS-CHECK-DATE.
    PERFORM CHECK-HOLIDAY.
    MOVE WS-IS-HOLIDAY TO DSRV-VALID-FLAG.

*> The 1st of the month, moved forward past weekends and holidays.
FIRST-BUSINESS-DAY.
    PERFORM LOAD-HOLIDAY-TABLE.
    COMPUTE WS-CHECK-DATE = WS-A-YY * 10000 + WS-A-MM * 100 + 1.
    COMPUTE WS-INT-DATE = FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).
    MOVE 1 TO WS-DAY-STEP.
    PERFORM FIND-BUSINESS-DAY.
    MOVE WS-CHECK-DATE TO DSRV-RESULT-DATE.

*> The day before the 1st of next month, moved back past weekends
*> and holidays.
LAST-BUSINESS-DAY.
    PERFORM LOAD-HOLIDAY-TABLE.
    IF WS-A-MM = 12
        COMPUTE WS-CHECK-DATE = (WS-A-YY + 1) * 10000 + 101
    ELSE
        COMPUTE WS-CHECK-DATE =
            WS-A-YY * 10000 + (WS-A-MM + 1) * 100 + 1
    END-IF.
    COMPUTE WS-INT-DATE =
        FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1.
    MOVE -1 TO WS-DAY-STEP.
    PERFORM FIND-BUSINESS-DAY.
    MOVE WS-CHECK-DATE TO DSRV-RESULT-DATE.

PRIOR-BUSINESS-DAY.
    PERFORM LOAD-HOLIDAY-TABLE.
    COMPUTE WS-INT-DATE = FUNCTION INTEGER-OF-DATE(DSRV-DATE-A).
    MOVE -1 TO WS-DAY-STEP.
    PERFORM FIND-BUSINESS-DAY.
    MOVE WS-CHECK-DATE TO DSRV-RESULT-DATE.

*> Steps WS-INT-DATE by WS-DAY-STEP until it is a weekday not on
*> holidays.dat; the business day is left in WS-CHECK-DATE.
FIND-BUSINESS-DAY.
    MOVE "Y" TO WS-IS-HOLIDAY.
    PERFORM UNTIL WS-IS-HOLIDAY = "N"
        MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DATE) TO WS-CHECK-DATE
        COMPUTE WS-DOW-NUM = FUNCTION MOD(WS-INT-DATE, 7)
        IF WS-DOW-NUM = 0 OR WS-DOW-NUM = 6
            MOVE "Y" TO WS-IS-HOLIDAY
        ELSE
            PERFORM CHECK-HOLIDAY
        END-IF
        IF WS-IS-HOLIDAY = "Y"
            ADD WS-DAY-STEP TO WS-INT-DATE
        END-IF
    END-PERFORM.

LOAD-HOLIDAY-TABLE.
*> Loaded once per run unit; a missing holidays.dat simply means
*> no holidays to skip.
