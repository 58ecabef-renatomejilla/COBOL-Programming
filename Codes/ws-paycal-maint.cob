*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Payroll calendar maintenance for paycal.dat. The
*>              fiscal calendar says when a period starts and ends;
*>              payroll also needs the attendance cut-off, the
*>              processing deadline and the pay date. Generating a
*>              fiscal year applies the pay-frequency rule - monthly
*>              on a pay day (0 for the last day of the month), or
*>              semi-monthly on the 15th and that pay day - then
*>              moves a pay date on a weekend or holiday back to
*>              the business day before it and counts the cut-off
*>              and deadline back from it in business days, all
*>              through DATE-SERVICES. A cycle's dates can then be
*>              changed by hand for the exceptions (an early
*>              Christmas payroll, a bank closure); a changed cycle
*>              is kept when the year is generated again. The file
*>              is kept in key order by rewriting it from the
*>              in-storage table on every change, as holidays.dat
*>              is.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-PAYCAL-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CALENDAR-FILE ASSIGN TO "paycal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALENDAR-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD CALENDAR-FILE.
    COPY PAYCAL.

    WORKING-STORAGE SECTION.
    01 WS-CALENDAR-STATUS   PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-FY-IN             PIC 9(4).
    01 WS-PERIOD-IN         PIC 99.
    01 WS-CYCLE-IN          PIC 9.
    01 WS-FREQ-IN           PIC X.
    01 WS-PAY-DAY-IN        PIC 99.
    01 WS-CUTOFF-DAYS-IN    PIC 99.
    01 WS-DEADLINE-DAYS-IN  PIC 99.
    01 WS-CUTOFF-IN         PIC 9(8).
    01 WS-DEADLINE-IN       PIC 9(8).
    01 WS-PAY-DATE-IN       PIC 9(8).
    01 WS-NOTE-IN           PIC X(30).
    01 WS-CONFIRM           PIC X.
    01 WS-PERIOD            PIC 99.
    01 WS-CYCLE             PIC 9.
    01 WS-CYCLE-COUNT       PIC 9.
    01 WS-CAL-MONTH         PIC 99.
    01 WS-CAL-YEAR          PIC 9(4).
    01 WS-CAL-DAY           PIC 99.
    01 WS-DAYS-IN-MONTH     PIC 99.
    01 WS-DATE-VALID        PIC X.
    01 WS-ONE               PIC 99 VALUE 1.
    01 WS-KEPT-COUNT        PIC 99.
    01 WS-WRITTEN-COUNT     PIC 99.
    01 WS-LIST-COUNT        PIC 99.
    01 WS-CAL-COUNT         PIC 9(3) VALUE ZERO.
    01 WS-CAL-MAX           PIC 9(3) VALUE 300.
    01 WS-I                 PIC 9(3).
    01 WS-J                 PIC 9(3).
    01 WS-FOUND-IDX         PIC 9(3).
    01 WS-SWAP-ENTRY        PIC X(72).
    01 WS-CAL-TABLE.
        05 WS-CAL-ENTRY OCCURS 300 TIMES.
            10 WS-TBL-KEY.
                15 WS-TBL-FY        PIC 9(4).
                15 WS-TBL-PERIOD    PIC 99.
                15 WS-TBL-CYCLE     PIC 9.
            10 FILLER               PIC X(34).
            10 WS-TBL-MANUAL        PIC X.
            10 FILLER               PIC X(30).
    01 WS-CAL-RAW REDEFINES WS-CAL-TABLE.
        05 WS-CAL-RAW-ENTRY OCCURS 300 TIMES PIC X(72).
    COPY DATESRV.

PROCEDURE DIVISION.
001-MAIN.
    PERFORM LOAD-CALENDAR-TABLE.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== PAYROLL CALENDAR MAINTENANCE ===="
        DISPLAY "1 - Generate Fiscal Year"
        DISPLAY "2 - Change Cycle Dates"
        DISPLAY "3 - List Fiscal Year"
        DISPLAY "4 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM GENERATE-YEAR
            WHEN 2
                PERFORM CHANGE-CYCLE
            WHEN 3
                PERFORM LIST-YEAR
            WHEN 4
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    DISPLAY "Payroll calendar maintenance ended.".
GOBACK.

LOAD-CALENDAR-TABLE.
    MOVE ZERO TO WS-CAL-COUNT.
    OPEN INPUT CALENDAR-FILE.
    IF WS-CALENDAR-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-CALENDAR-STATUS = "10"
        READ CALENDAR-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-CAL-COUNT < WS-CAL-MAX
                    ADD 1 TO WS-CAL-COUNT
                    MOVE PAY-CAL-RECORD
                        TO WS-CAL-RAW-ENTRY(WS-CAL-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CALENDAR-FILE.

SAVE-CALENDAR-TABLE.
    PERFORM SORT-CALENDAR-TABLE.
    OPEN OUTPUT CALENDAR-FILE.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-CAL-COUNT
        MOVE WS-CAL-RAW-ENTRY(WS-I) TO PAY-CAL-RECORD
        WRITE PAY-CAL-RECORD
    END-PERFORM.
    CLOSE CALENDAR-FILE.

SORT-CALENDAR-TABLE.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I >= WS-CAL-COUNT
        PERFORM VARYING WS-J FROM 1 BY 1
                UNTIL WS-J >= WS-CAL-COUNT
            IF WS-TBL-KEY(WS-J) > WS-TBL-KEY(WS-J + 1)
                MOVE WS-CAL-RAW-ENTRY(WS-J) TO WS-SWAP-ENTRY
                MOVE WS-CAL-RAW-ENTRY(WS-J + 1)
                    TO WS-CAL-RAW-ENTRY(WS-J)
                MOVE WS-SWAP-ENTRY TO WS-CAL-RAW-ENTRY(WS-J + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

FIND-CYCLE.
    MOVE ZERO TO WS-FOUND-IDX.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-CAL-COUNT
        IF WS-TBL-FY(WS-I) = WS-FY-IN
                AND WS-TBL-PERIOD(WS-I) = WS-PERIOD
                AND WS-TBL-CYCLE(WS-I) = WS-CYCLE
            MOVE WS-I TO WS-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.

GENERATE-YEAR.
    DISPLAY "Fiscal year to generate (e.g. 2027)       : "
        WITH NO ADVANCING.
    ACCEPT WS-FY-IN.
    IF WS-FY-IN < 1900 OR WS-FY-IN > 2999
        DISPLAY "That does not look like a fiscal year."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Pay frequency (M monthly, S semi-monthly) : "
        WITH NO ADVANCING.
    ACCEPT WS-FREQ-IN.
    MOVE FUNCTION UPPER-CASE(WS-FREQ-IN) TO WS-FREQ-IN.
    IF WS-FREQ-IN NOT = "M" AND WS-FREQ-IN NOT = "S"
        DISPLAY "Frequency must be M or S."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Pay day of month (0 = last day)           : "
        WITH NO ADVANCING.
    ACCEPT WS-PAY-DAY-IN.
    IF WS-PAY-DAY-IN > 31
        DISPLAY "Pay day must be 0 to 31."
        EXIT PARAGRAPH
    END-IF.
    IF WS-FREQ-IN = "S" AND WS-PAY-DAY-IN NOT = ZERO
            AND WS-PAY-DAY-IN <= 15
        DISPLAY "Paying semi-monthly, the second pay day must "
            "fall after the 15th."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Attendance cut-off, business days before  : "
        WITH NO ADVANCING.
    ACCEPT WS-CUTOFF-DAYS-IN.
    DISPLAY "Processing deadline, business days before : "
        WITH NO ADVANCING.
    ACCEPT WS-DEADLINE-DAYS-IN.
    IF WS-CUTOFF-DAYS-IN < WS-DEADLINE-DAYS-IN
        DISPLAY "The cut-off must come on or before the deadline."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Generate FY" WS-FY-IN "? Hand-changed cycles are "
        "kept. (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "Nothing generated."
        EXIT PARAGRAPH
    END-IF.

*> The year's generated cycles are dropped and built again; the
*> ones changed by hand stay where they are.
    MOVE ZERO TO WS-KEPT-COUNT.
    MOVE ZERO TO WS-J.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-CAL-COUNT
        IF WS-TBL-FY(WS-I) = WS-FY-IN
                AND WS-TBL-MANUAL(WS-I) NOT = "Y"
            CONTINUE
        ELSE
            IF WS-TBL-FY(WS-I) = WS-FY-IN
                ADD 1 TO WS-KEPT-COUNT
            END-IF
            ADD 1 TO WS-J
            MOVE WS-CAL-RAW-ENTRY(WS-I) TO WS-CAL-RAW-ENTRY(WS-J)
        END-IF
    END-PERFORM.
    MOVE WS-J TO WS-CAL-COUNT.

    MOVE ZERO TO WS-WRITTEN-COUNT.
    IF WS-FREQ-IN = "S"
        MOVE 2 TO WS-CYCLE-COUNT
    ELSE
        MOVE 1 TO WS-CYCLE-COUNT
    END-IF.
    PERFORM VARYING WS-PERIOD FROM 1 BY 1 UNTIL WS-PERIOD > 12
        PERFORM VARYING WS-CYCLE FROM 1 BY 1
                UNTIL WS-CYCLE > WS-CYCLE-COUNT
            PERFORM GENERATE-ONE-CYCLE
        END-PERFORM
    END-PERFORM.

    PERFORM SAVE-CALENDAR-TABLE.
    DISPLAY "FY" WS-FY-IN ": " WS-WRITTEN-COUNT " cycle(s) generated, "
        WS-KEPT-COUNT " changed by hand kept.".

*> Fiscal year starts in April: period 1 is April of FY-1 and
*> period 12 is March of FY, as WS-FISCAL-CAL lays it out.
GENERATE-ONE-CYCLE.
    PERFORM FIND-CYCLE.
    IF WS-FOUND-IDX > ZERO
        EXIT PARAGRAPH
    END-IF.
    IF WS-CAL-COUNT >= WS-CAL-MAX
        DISPLAY "Payroll calendar is full - FY" WS-FY-IN
            " period " WS-PERIOD " not generated."
        EXIT PARAGRAPH
    END-IF.

    COMPUTE WS-CAL-MONTH = WS-PERIOD + 3.
    IF WS-CAL-MONTH > 12
        SUBTRACT 12 FROM WS-CAL-MONTH
        MOVE WS-FY-IN TO WS-CAL-YEAR
    ELSE
        COMPUTE WS-CAL-YEAR = WS-FY-IN - 1
    END-IF.
    PERFORM DERIVE-DAYS-IN-MONTH.
    IF WS-CYCLE = 1 AND WS-CYCLE-COUNT = 2
        MOVE 15 TO WS-CAL-DAY
    ELSE
        MOVE WS-PAY-DAY-IN TO WS-CAL-DAY
        IF WS-CAL-DAY = ZERO OR WS-CAL-DAY > WS-DAYS-IN-MONTH
            MOVE WS-DAYS-IN-MONTH TO WS-CAL-DAY
        END-IF
    END-IF.

    MOVE SPACES TO PAY-CAL-RECORD.
    MOVE WS-FY-IN TO PCL-FISCAL-YEAR.
    MOVE WS-PERIOD TO PCL-PERIOD.
    MOVE WS-CYCLE TO PCL-CYCLE.
    MOVE WS-FREQ-IN TO PCL-FREQUENCY.
    COMPUTE PCL-RULE-DATE =
        WS-CAL-YEAR * 10000 + WS-CAL-MONTH * 100 + WS-CAL-DAY.
    MOVE PCL-RULE-DATE TO WS-PAY-DATE-IN.
    PERFORM SET-CYCLE-DATES.
    MOVE "N" TO PCL-MANUAL.

    ADD 1 TO WS-CAL-COUNT.
    MOVE PAY-CAL-RECORD TO WS-CAL-RAW-ENTRY(WS-CAL-COUNT).
    ADD 1 TO WS-WRITTEN-COUNT.

*> WS-PAY-DATE-IN moved back off a weekend or holiday becomes the
*> pay date; the cut-off and deadline count back from it.
SET-CYCLE-DATES.
    SET DSRV-PRIOR-BUS-DAY TO TRUE.
    MOVE WS-PAY-DATE-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-RESULT-DATE TO PCL-PAY-DATE.
    IF PCL-PAY-DATE NOT = WS-PAY-DATE-IN
        MOVE "Y" TO PCL-ADJUSTED
    ELSE
        MOVE "N" TO PCL-ADJUSTED
    END-IF.
    SET DSRV-ADD-BUS-DAYS TO TRUE.
    MOVE PCL-PAY-DATE TO DSRV-DATE-A.
    COMPUTE DSRV-DAYS = 0 - WS-CUTOFF-DAYS-IN.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-RESULT-DATE TO PCL-CUTOFF-DATE.
    COMPUTE DSRV-DAYS = 0 - WS-DEADLINE-DAYS-IN.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-RESULT-DATE TO PCL-DEADLINE-DATE.

DERIVE-DAYS-IN-MONTH.
    COPY DATEVAL REPLACING DATE-MM BY WS-CAL-MONTH
        DATE-DD BY WS-ONE
        DATE-YY BY WS-CAL-YEAR
        VALID-FLAG BY WS-DATE-VALID
        DAYS-IN-MONTH BY WS-DAYS-IN-MONTH.

*> An exception is keyed as dates; a pay date keyed onto a
*> weekend or holiday is moved back the same as a generated one.
CHANGE-CYCLE.
    DISPLAY "Fiscal year       : " WITH NO ADVANCING.
    ACCEPT WS-FY-IN.
    DISPLAY "Period (1-12)     : " WITH NO ADVANCING.
    ACCEPT WS-PERIOD-IN.
    DISPLAY "Cycle (1, or 2 for the second semi-monthly pay): "
        WITH NO ADVANCING.
    ACCEPT WS-CYCLE-IN.
    IF WS-CYCLE-IN = ZERO
        MOVE 1 TO WS-CYCLE-IN
    END-IF.
    MOVE WS-PERIOD-IN TO WS-PERIOD.
    MOVE WS-CYCLE-IN TO WS-CYCLE.
    PERFORM FIND-CYCLE.
    IF WS-FOUND-IDX = ZERO
        DISPLAY "That cycle is not on the calendar - generate the "
            "fiscal year first."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CAL-RAW-ENTRY(WS-FOUND-IDX) TO PAY-CAL-RECORD.
    DISPLAY "Cut-off " PCL-CUTOFF-DATE "  deadline "
        PCL-DEADLINE-DATE "  pay date " PCL-PAY-DATE.

    DISPLAY "New pay date      (YYYYMMDD, 0 = keep): "
        WITH NO ADVANCING.
    ACCEPT WS-PAY-DATE-IN.
    DISPLAY "New cut-off       (YYYYMMDD, 0 = keep): "
        WITH NO ADVANCING.
    ACCEPT WS-CUTOFF-IN.
    DISPLAY "New deadline      (YYYYMMDD, 0 = keep): "
        WITH NO ADVANCING.
    ACCEPT WS-DEADLINE-IN.
    IF WS-PAY-DATE-IN = ZERO
        MOVE PCL-PAY-DATE TO WS-PAY-DATE-IN
    END-IF.
    IF WS-CUTOFF-IN = ZERO
        MOVE PCL-CUTOFF-DATE TO WS-CUTOFF-IN
    END-IF.
    IF WS-DEADLINE-IN = ZERO
        MOVE PCL-DEADLINE-DATE TO WS-DEADLINE-IN
    END-IF.

    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-PAY-DATE-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-VALID-FLAG TO WS-DATE-VALID.
    MOVE WS-CUTOFF-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y"
        MOVE "N" TO WS-DATE-VALID
    END-IF.
    MOVE WS-DEADLINE-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y"
        MOVE "N" TO WS-DATE-VALID
    END-IF.
    IF WS-DATE-VALID NOT = "Y"
        DISPLAY "Not a valid calendar date - not changed."
        EXIT PARAGRAPH
    END-IF.

    SET DSRV-PRIOR-BUS-DAY TO TRUE.
    MOVE WS-PAY-DATE-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-RESULT-DATE NOT = WS-PAY-DATE-IN
        DISPLAY "Pay date " WS-PAY-DATE-IN " is not a business day"
            " - moved back to " DSRV-RESULT-DATE "."
        MOVE DSRV-RESULT-DATE TO WS-PAY-DATE-IN
    END-IF.
    IF WS-CUTOFF-IN > WS-DEADLINE-IN
            OR WS-DEADLINE-IN > WS-PAY-DATE-IN
        DISPLAY "Cut-off, deadline and pay date must fall in that "
            "order - not changed."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Reason for the change : " WITH NO ADVANCING.
    ACCEPT WS-NOTE-IN.

    IF WS-PAY-DATE-IN NOT = PCL-RULE-DATE
        MOVE "Y" TO PCL-ADJUSTED
    ELSE
        MOVE "N" TO PCL-ADJUSTED
    END-IF.
    MOVE WS-PAY-DATE-IN TO PCL-PAY-DATE.
    MOVE WS-CUTOFF-IN TO PCL-CUTOFF-DATE.
    MOVE WS-DEADLINE-IN TO PCL-DEADLINE-DATE.
    MOVE "Y" TO PCL-MANUAL.
    MOVE WS-NOTE-IN TO PCL-NOTE.
    MOVE PAY-CAL-RECORD TO WS-CAL-RAW-ENTRY(WS-FOUND-IDX).
    PERFORM SAVE-CALENDAR-TABLE.
    DISPLAY "FY" WS-FY-IN " period " WS-PERIOD " cycle " WS-CYCLE
        " changed.".

LIST-YEAR.
    DISPLAY "Fiscal year to list : " WITH NO ADVANCING.
    ACCEPT WS-FY-IN.
    MOVE ZERO TO WS-LIST-COUNT.
    PERFORM SORT-CALENDAR-TABLE.
    DISPLAY "PER CY FQ CUT-OFF  DEADLINE PAY DATE BY RULE  ADJ MAN "
        "NOTE".
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-CAL-COUNT
        IF WS-TBL-FY(WS-I) = WS-FY-IN
            MOVE WS-CAL-RAW-ENTRY(WS-I) TO PAY-CAL-RECORD
            ADD 1 TO WS-LIST-COUNT
            DISPLAY PCL-PERIOD "   " PCL-CYCLE "  " PCL-FREQUENCY "  "
                PCL-CUTOFF-DATE " " PCL-DEADLINE-DATE " "
                PCL-PAY-DATE " " PCL-RULE-DATE "  "
                PCL-ADJUSTED "   " PCL-MANUAL "   " PCL-NOTE
        END-IF
    END-PERFORM.
    IF WS-LIST-COUNT = ZERO
        DISPLAY "FY" WS-FY-IN " is not on the payroll calendar."
    ELSE
        DISPLAY WS-LIST-COUNT " cycle(s)."
    END-IF.
