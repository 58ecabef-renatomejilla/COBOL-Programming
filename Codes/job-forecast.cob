*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Job schedule forecast (jobforecast.rpt). For a
*>              future date, and as many days after it as asked
*>              (up to a month), lists the jobs on jobsched.dat the
*>              nightly JOB-SCHEDULER run will start, numbered in
*>              the order it will start them, then the jobs it will
*>              pass over and why - not the job's day, a public
*>              holiday, inactive. The due decision is JOB-DUE's,
*>              the same the nightly run makes. Jobs waiting on each
*>              other are flagged, since the run would hold them.
*>              Whether a job will succeed is not forecast: the
*>              order assumes every predecessor ends cleanly.

IDENTIFICATION DIVISION.
PROGRAM-ID.     JOB-FORECAST.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SCHED-FILE ASSIGN TO "jobsched.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS JSC-JOB-ID
            FILE STATUS IS WS-SCHED-STATUS.

        SELECT REPORT-FILE ASSIGN TO "jobforecast.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD SCHED-FILE.
    COPY JOBSCHED.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(120).

    WORKING-STORAGE SECTION.
    01 WS-SCHED-STATUS      PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-FROM-DATE         PIC 9(8).
    01 WS-DAYS-IN           PIC 99.
    01 WS-DAY-NO            PIC 99.
    01 WS-FORECAST-DATE     PIC 9(8).
    01 WS-INT-DATE          PIC S9(9) COMP-5.
    01 WS-JOB-COUNT         PIC 99 VALUE ZERO.
    01 WS-JOB-MAX           PIC 99 VALUE 50.
    01 WS-JOB-TABLE.
        05 WS-JOB OCCURS 50 TIMES.
            10 WS-JOB-ID        PIC X(8).
            10 WS-JOB-PROGRAM   PIC X(20).
            10 WS-JOB-RULE      PIC X.
            10 WS-JOB-WEEKDAY   PIC 9.
            10 WS-JOB-SKIP-HOL  PIC X.
            10 WS-JOB-ACTIVE    PIC X.
            10 WS-JOB-PRED      PIC X(8) OCCURS 4 TIMES.
            10 WS-JOB-RULE-TEXT PIC X(20).
            10 WS-JOB-STATE     PIC X.
               88 WS-JOB-PENDING   VALUE "P".
               88 WS-JOB-NOT-DUE   VALUE "N".
               88 WS-JOB-ORDERED   VALUE "R".
               88 WS-JOB-LOOPED    VALUE "H".
            10 WS-JOB-NOTE      PIC X(20).
    01 WS-J                 PIC 99.
    01 WS-K                 PIC 99.
    01 WS-P                 PIC 9.
    01 WS-FIND-ID           PIC X(8).
    01 WS-FOUND-IDX         PIC 99.
    01 WS-PROGRESS          PIC X.
    01 WS-PREDS-CLEAR       PIC X.
    01 WS-RUN-SEQ           PIC 99.
    01 WS-DUE-TOTAL         PIC 9(5) VALUE ZERO.
    01 WS-DAY-NAMES         PIC X(21)
        VALUE "SUNMONTUEWEDTHUFRISAT".
    COPY JOBDUE.
    COPY DATESRV.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(23) VALUE "JOB SCHEDULE FORECAST ".
        05 FILLER          PIC X(5)  VALUE "FROM ".
        05 RPT-TITLE-FROM  PIC 9(8).
        05 FILLER          PIC X(4)  VALUE " FOR".
        05 RPT-TITLE-DAYS  PIC ZZ9.
        05 FILLER          PIC X(7)  VALUE " DAY(S)".
        05 FILLER          PIC X(10) VALUE "  Run on: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-DATE-LINE.
        05 FILLER          PIC X(6)  VALUE "DATE: ".
        05 RPT-DATE        PIC 9(8).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DAY-NAME    PIC X(9).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DATE-NOTE   PIC X(16).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(4)  VALUE "SEQ".
        05 FILLER          PIC X(9)  VALUE "JOB".
        05 FILLER          PIC X(21) VALUE "PROGRAM".
        05 FILLER          PIC X(19) VALUE "RULE".
        05 FILLER          PIC X(4)  VALUE "HOL".
        05 FILLER          PIC X(37) VALUE "RUNS AFTER".
        05 FILLER          PIC X(20) VALUE "FORECAST".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-SEQ     PIC ZZ.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-JOB     PIC X(8).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-PROGRAM PIC X(20).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-RULE    PIC X(18).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-HOL     PIC X(3).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-PREDS.
            10 RPT-DET-PRED OCCURS 4 TIMES.
                15 RPT-DET-PRED-ID PIC X(8).
                15 FILLER          PIC X     VALUE SPACE.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-OUTCOME PIC X(26).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(28).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Forecast date (YYYYMMDD, 0 = tomorrow): "
        WITH NO ADVANCING.
    ACCEPT WS-FROM-DATE.
    IF WS-FROM-DATE = ZERO
        COMPUTE WS-INT-DATE = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1
        MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DATE) TO WS-FROM-DATE
    END-IF.
    MOVE WS-FROM-DATE TO DSRV-DATE-A.
    SET DSRV-VALIDATE TO TRUE.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y"
        DISPLAY "Not a valid date."
        GOBACK
    END-IF.
    DISPLAY "Days to cover (1-31, 0 = 1)           : "
        WITH NO ADVANCING.
    ACCEPT WS-DAYS-IN.
    IF WS-DAYS-IN = ZERO
        MOVE 1 TO WS-DAYS-IN
    END-IF.
    IF WS-DAYS-IN > 31
        MOVE 31 TO WS-DAYS-IN
    END-IF.

    PERFORM LOAD-SCHEDULE.
    IF WS-JOB-COUNT = ZERO
        DISPLAY "No jobs on jobsched.dat - set the schedule up "
            "through JOB-SCHED-MAINT."
        GOBACK
    END-IF.

    OPEN OUTPUT REPORT-FILE.
    MOVE "JOB FORECAST" TO RRG-REPORT-NAME.
    MOVE "jobforecast.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "FROM " WS-FROM-DATE " FOR " WS-DAYS-IN " DAY(S)"
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-FROM-DATE TO RPT-TITLE-FROM.
    MOVE WS-DAYS-IN TO RPT-TITLE-DAYS.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.

    COMPUTE WS-INT-DATE = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
    PERFORM VARYING WS-DAY-NO FROM 1 BY 1 UNTIL WS-DAY-NO > WS-DAYS-IN
        MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DATE) TO WS-FORECAST-DATE
        PERFORM FORECAST-ONE-DATE
        ADD 1 TO WS-INT-DATE
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Jobs on the schedule       : " TO RPT-TOT-LABEL.
    MOVE WS-JOB-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Job runs forecast          : " TO RPT-TOT-LABEL.
    MOVE WS-DUE-TOTAL TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    CLOSE REPORT-FILE.

    MOVE WS-DUE-TOTAL TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
    DISPLAY "Job forecast written to jobforecast.rpt - "
        WS-DUE-TOTAL " job run(s) over " WS-DAYS-IN " day(s).".
GOBACK.

LOAD-SCHEDULE.
    OPEN INPUT SCHED-FILE.
    IF WS-SCHED-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
        READ SCHED-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-JOB-COUNT < WS-JOB-MAX
                    ADD 1 TO WS-JOB-COUNT
                    PERFORM LOAD-ONE-JOB
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SCHED-FILE.

LOAD-ONE-JOB.
    MOVE JSC-JOB-ID TO WS-JOB-ID(WS-JOB-COUNT).
    MOVE JSC-PROGRAM TO WS-JOB-PROGRAM(WS-JOB-COUNT).
    MOVE JSC-RULE TO WS-JOB-RULE(WS-JOB-COUNT).
    MOVE JSC-WEEKDAY TO WS-JOB-WEEKDAY(WS-JOB-COUNT).
    MOVE JSC-SKIP-HOLIDAY TO WS-JOB-SKIP-HOL(WS-JOB-COUNT).
    MOVE JSC-ACTIVE TO WS-JOB-ACTIVE(WS-JOB-COUNT).
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
        MOVE JSC-PRED(WS-P) TO WS-JOB-PRED(WS-JOB-COUNT, WS-P)
    END-PERFORM.
    EVALUATE TRUE
        WHEN JSC-DAILY
            MOVE "DAILY" TO WS-JOB-RULE-TEXT(WS-JOB-COUNT)
        WHEN JSC-WEEKDAYS
            MOVE "WEEKDAYS" TO WS-JOB-RULE-TEXT(WS-JOB-COUNT)
        WHEN JSC-ON-WEEKDAY
            MOVE SPACES TO WS-JOB-RULE-TEXT(WS-JOB-COUNT)
            STRING "EVERY " WS-DAY-NAMES(JSC-WEEKDAY * 3 + 1:3)
                DELIMITED BY SIZE
                INTO WS-JOB-RULE-TEXT(WS-JOB-COUNT)
        WHEN JSC-MONTH-END
            MOVE "MONTH-END" TO WS-JOB-RULE-TEXT(WS-JOB-COUNT)
        WHEN JSC-FIRST-BUS-DAY
            MOVE "FIRST BUSINESS DAY"
                TO WS-JOB-RULE-TEXT(WS-JOB-COUNT)
        WHEN OTHER
            MOVE "UNKNOWN" TO WS-JOB-RULE-TEXT(WS-JOB-COUNT)
    END-EVALUATE.

*> The same decision and ordering the nightly run makes, without
*> the CALLs: every due job is taken to end cleanly.
FORECAST-ONE-DATE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-FORECAST-DATE TO RPT-DATE.
    MOVE WS-FORECAST-DATE TO DSRV-DATE-A.
    SET DSRV-DAY-OF-WEEK TO TRUE.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-RESULT-TEXT TO RPT-DAY-NAME.
    SET DSRV-HOLIDAY-CHECK TO TRUE.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG = "Y"
        MOVE "PUBLIC HOLIDAY" TO RPT-DATE-NOTE
    ELSE
        MOVE SPACES TO RPT-DATE-NOTE
    END-IF.
    WRITE REPORT-LINE FROM RPT-DATE-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-JOB-COUNT
        MOVE SPACES TO WS-JOB-NOTE(WS-J)
        IF WS-JOB-ACTIVE(WS-J) NOT = "Y"
            MOVE "N" TO WS-JOB-STATE(WS-J)
            MOVE "INACTIVE" TO WS-JOB-NOTE(WS-J)
        ELSE
            MOVE WS-FORECAST-DATE TO JDU-DATE
            MOVE WS-JOB-RULE(WS-J) TO JDU-RULE
            MOVE WS-JOB-WEEKDAY(WS-J) TO JDU-WEEKDAY
            MOVE WS-JOB-SKIP-HOL(WS-J) TO JDU-SKIP-HOLIDAY
            CALL "JOB-DUE" USING JOB-DUE-AREA
            IF JDU-IS-DUE
                MOVE "P" TO WS-JOB-STATE(WS-J)
            ELSE
                MOVE "N" TO WS-JOB-STATE(WS-J)
                MOVE JDU-REASON TO WS-JOB-NOTE(WS-J)
            END-IF
        END-IF
    END-PERFORM.

    MOVE ZERO TO WS-RUN-SEQ.
    MOVE "Y" TO WS-PROGRESS.
    PERFORM UNTIL WS-PROGRESS NOT = "Y"
        MOVE "N" TO WS-PROGRESS
        PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-JOB-COUNT
            IF WS-JOB-PENDING(WS-J)
                PERFORM CHECK-PREDECESSORS
                IF WS-PREDS-CLEAR = "Y"
                    MOVE "R" TO WS-JOB-STATE(WS-J)
                    ADD 1 TO WS-RUN-SEQ
                    ADD 1 TO WS-DUE-TOTAL
                    MOVE WS-RUN-SEQ TO RPT-DET-SEQ
                    MOVE "WILL RUN" TO RPT-DET-OUTCOME
                    PERFORM WRITE-JOB-LINE
                    MOVE "Y" TO WS-PROGRESS
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM.

    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-JOB-COUNT
        IF WS-JOB-PENDING(WS-J)
            MOVE "H" TO WS-JOB-STATE(WS-J)
            MOVE ZERO TO RPT-DET-SEQ
            MOVE "HELD - CIRCULAR" TO RPT-DET-OUTCOME
            PERFORM WRITE-JOB-LINE
        END-IF
    END-PERFORM.
    IF WS-RUN-SEQ = ZERO
        MOVE "   (no jobs will run)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-JOB-COUNT
        IF WS-JOB-NOT-DUE(WS-J)
            MOVE ZERO TO RPT-DET-SEQ
            MOVE SPACES TO RPT-DET-OUTCOME
            STRING "NO - " WS-JOB-NOTE(WS-J)
                DELIMITED BY SIZE INTO RPT-DET-OUTCOME
            PERFORM WRITE-JOB-LINE
        END-IF
    END-PERFORM.

*> A predecessor still pending keeps the job waiting; one not on
*> the schedule or not due that day does not.
CHECK-PREDECESSORS.
    MOVE "Y" TO WS-PREDS-CLEAR.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
        IF WS-JOB-PRED(WS-J, WS-P) NOT = SPACES
            MOVE WS-JOB-PRED(WS-J, WS-P) TO WS-FIND-ID
            PERFORM FIND-JOB
            IF WS-FOUND-IDX > ZERO
                IF WS-JOB-PENDING(WS-FOUND-IDX)
                    MOVE "N" TO WS-PREDS-CLEAR
                END-IF
            END-IF
        END-IF
    END-PERFORM.

FIND-JOB.
    MOVE ZERO TO WS-FOUND-IDX.
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-JOB-COUNT
        IF WS-JOB-ID(WS-K) = WS-FIND-ID
            MOVE WS-K TO WS-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.

WRITE-JOB-LINE.
    MOVE WS-JOB-ID(WS-J) TO RPT-DET-JOB.
    MOVE WS-JOB-PROGRAM(WS-J) TO RPT-DET-PROGRAM.
    MOVE WS-JOB-RULE-TEXT(WS-J) TO RPT-DET-RULE.
    IF WS-JOB-SKIP-HOL(WS-J) = "Y"
        MOVE "YES" TO RPT-DET-HOL
    ELSE
        MOVE SPACES TO RPT-DET-HOL
    END-IF.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
        MOVE WS-JOB-PRED(WS-J, WS-P) TO RPT-DET-PRED-ID(WS-P)
    END-PERFORM.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
