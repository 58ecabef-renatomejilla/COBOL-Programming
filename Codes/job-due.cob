*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Decides whether a scheduled job is due on a date by
*>              its jobsched.dat run rule - every day, weekdays, one
*>              day of the week, the month-end business day or the
*>              first business day - and whether a public holiday
*>              skips it. JOB-SCHEDULER asks this for tonight's
*>              date and JOB-FORECAST for any future one, so both
*>              apply the one set of rules; the calendar itself is
*>              DATE-SERVICES'. See copybooks/JOBDUE.cpy.

IDENTIFICATION DIVISION.
PROGRAM-ID.     JOB-DUE.

DATA DIVISION.
    WORKING-STORAGE SECTION.
    01 WS-DAY-OF-WEEK       PIC 9.
    COPY DATESRV.

    LINKAGE SECTION.
    COPY JOBDUE.

PROCEDURE DIVISION USING JOB-DUE-AREA.
001-MAIN.
    MOVE "N" TO JDU-DUE.
    MOVE SPACES TO JDU-REASON.
    MOVE JDU-DATE TO DSRV-DATE-A.
    SET DSRV-DAY-OF-WEEK TO TRUE.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-RESULT-NUM TO WS-DAY-OF-WEEK.

    EVALUATE JDU-RULE
        WHEN "D"
            MOVE "Y" TO JDU-DUE
        WHEN "W"
            IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
                MOVE "WEEKEND" TO JDU-REASON
            ELSE
                MOVE "Y" TO JDU-DUE
            END-IF
        WHEN "K"
            IF WS-DAY-OF-WEEK = JDU-WEEKDAY
                MOVE "Y" TO JDU-DUE
            ELSE
                MOVE "NOT ITS WEEKDAY" TO JDU-REASON
            END-IF
        WHEN "M"
            SET DSRV-LAST-BUS-DAY TO TRUE
            CALL "DATE-SERVICES" USING DATE-SRV-AREA
            IF DSRV-RESULT-DATE = JDU-DATE
                MOVE "Y" TO JDU-DUE
            ELSE
                MOVE "NOT MONTH-END" TO JDU-REASON
            END-IF
        WHEN "F"
            SET DSRV-FIRST-BUS-DAY TO TRUE
            CALL "DATE-SERVICES" USING DATE-SRV-AREA
            IF DSRV-RESULT-DATE = JDU-DATE
                MOVE "Y" TO JDU-DUE
            ELSE
                MOVE "NOT 1ST BUSINESS DAY" TO JDU-REASON
            END-IF
        WHEN OTHER
            MOVE "UNKNOWN RUN RULE" TO JDU-REASON
    END-EVALUATE.

*> Month-end and first-business-day dates are already clear of
*> holidays; the holiday skip only matters for the calendar rules.
    IF JDU-IS-DUE AND JDU-SKIP-HOLIDAY = "Y"
            AND JDU-RULE NOT = "M" AND JDU-RULE NOT = "F"
        SET DSRV-HOLIDAY-CHECK TO TRUE
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
        IF DSRV-VALID-FLAG = "Y"
            MOVE "N" TO JDU-DUE
            MOVE "PUBLIC HOLIDAY" TO JDU-REASON
        END-IF
    END-IF.
GOBACK.
