*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Payroll calendar lookup. The payroll register and
*>              payslips took the run date as the pay date, the
*>              disbursement used it as the credit's value date and
*>              the attendance summary asked for a month every run;
*>              they now CALL this for the cut-off, deadline and pay
*>              date paycal.dat holds for a period, or for the cycle
*>              last cut off. paycal.dat is read afresh on every
*>              call, so a date changed in WS-PAYCAL-MAINT counts
*>              straight away. PDT-FOUND "N" (no calendar, or no
*>              entry) leaves each caller to its old behaviour.
*>              See copybooks/PAYDATE.cpy.

IDENTIFICATION DIVISION.
PROGRAM-ID.     PAYDATE.

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

    LINKAGE SECTION.
    COPY PAYDATE.

PROCEDURE DIVISION USING PAY-DATE-AREA.
001-MAIN.
    MOVE "N" TO PDT-FOUND.
    MOVE ZERO TO PDT-CYCLE.
    MOVE ZERO TO PDT-CUTOFF-DATE.
    MOVE ZERO TO PDT-DEADLINE-DATE.
    MOVE ZERO TO PDT-PAY-DATE.
    MOVE ZERO TO PDT-PREV-CUTOFF.
    IF NOT PDT-BY-PERIOD AND NOT PDT-LAST-CUTOFF
        GOBACK
    END-IF.

    OPEN INPUT CALENDAR-FILE.
    IF WS-CALENDAR-STATUS NOT = "00"
        GOBACK
    END-IF.
    PERFORM UNTIL WS-CALENDAR-STATUS NOT = "00"
        READ CALENDAR-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF PDT-BY-PERIOD
                    PERFORM MATCH-PERIOD
                ELSE
                    PERFORM MATCH-CUTOFF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CALENDAR-FILE.
    IF PDT-FOUND NOT = "Y"
        GOBACK
    END-IF.

*> A second pass finds the cut-off before the one chosen, where
*> the cycle's attendance starts from.
    OPEN INPUT CALENDAR-FILE.
    PERFORM UNTIL WS-CALENDAR-STATUS NOT = "00"
        READ CALENDAR-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF PCL-CUTOFF-DATE < PDT-CUTOFF-DATE
                        AND PCL-CUTOFF-DATE > PDT-PREV-CUTOFF
                    MOVE PCL-CUTOFF-DATE TO PDT-PREV-CUTOFF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CALENDAR-FILE.
GOBACK.

*> The period's last cycle is the one that pays the month.
MATCH-PERIOD.
    IF PCL-FISCAL-YEAR NOT = PDT-FISCAL-YEAR
            OR PCL-PERIOD NOT = PDT-PERIOD
        EXIT PARAGRAPH
    END-IF.
    IF PDT-FOUND = "Y" AND PCL-CYCLE < PDT-CYCLE
        EXIT PARAGRAPH
    END-IF.
    PERFORM TAKE-CYCLE.

MATCH-CUTOFF.
    IF PCL-CUTOFF-DATE > PDT-DATE
        EXIT PARAGRAPH
    END-IF.
    IF PDT-FOUND = "Y" AND PCL-CUTOFF-DATE <= PDT-CUTOFF-DATE
        EXIT PARAGRAPH
    END-IF.
    PERFORM TAKE-CYCLE.
    MOVE PCL-FISCAL-YEAR TO PDT-FISCAL-YEAR.
    MOVE PCL-PERIOD TO PDT-PERIOD.

TAKE-CYCLE.
    MOVE "Y" TO PDT-FOUND.
    MOVE PCL-CYCLE TO PDT-CYCLE.
    MOVE PCL-CUTOFF-DATE TO PDT-CUTOFF-DATE.
    MOVE PCL-DEADLINE-DATE TO PDT-DEADLINE-DATE.
    MOVE PCL-PAY-DATE TO PDT-PAY-DATE.
