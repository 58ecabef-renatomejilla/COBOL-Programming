*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Nightly batch run from the job schedule. EOD-DRIVER
*>              and PERIOD-CLOSE carry their step lists in the
*>              code, so a job outside them (the monthly leave
*>              accrual, a month-end report) ran only when someone
*>              remembered it. This run reads jobsched.dat, asks
*>              JOB-DUE which jobs are due tonight, and runs those
*>              in dependency order - a job starts only when every
*>              predecessor due tonight has ended cleanly. A job
*>              not due is skipped (its dependents do not wait on
*>              it); a job whose predecessor failed or was held is
*>              held, and so on down the chain; jobs left waiting
*>              on each other are held as a circular dependency.
*>              Each job's outcome (COMPLETE, FAILED, SKIPPED,
*>              HELD) goes to runctl.dat under its program name,
*>              with the run's own START and END records around
*>              them, and RETURN-CODE is 8 when anything failed or
*>              was held. A missing jobsched.dat is created with
*>              the standard schedule, which runs what EOD-DRIVER
*>              runs.

IDENTIFICATION DIVISION.
PROGRAM-ID.     JOB-SCHEDULER.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SCHED-FILE ASSIGN TO "jobsched.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS JSC-JOB-ID
            FILE STATUS IS WS-SCHED-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD SCHED-FILE.
    COPY JOBSCHED.

    WORKING-STORAGE SECTION.
    01 WS-SCHED-STATUS      PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-JOB-COUNT         PIC 99 VALUE ZERO.
    01 WS-JOB-MAX           PIC 99 VALUE 50.
    01 WS-JOB-TABLE.
        05 WS-JOB OCCURS 50 TIMES.
            10 WS-JOB-ID        PIC X(8).
            10 WS-JOB-PROGRAM   PIC X(20).
            10 WS-JOB-PRED      PIC X(8) OCCURS 4 TIMES.
            10 WS-JOB-STATE     PIC X.
               88 WS-JOB-PENDING   VALUE "P".
               88 WS-JOB-NOT-DUE   VALUE "N".
               88 WS-JOB-RAN-OK    VALUE "R".
               88 WS-JOB-FAILED    VALUE "F".
               88 WS-JOB-HELD      VALUE "H".
            10 WS-JOB-NOTE      PIC X(30).
    01 WS-J                 PIC 99.
    01 WS-K                 PIC 99.
    01 WS-P                 PIC 9.
    01 WS-FIND-ID           PIC X(8).
    01 WS-FOUND-IDX         PIC 99.
    01 WS-PROGRESS          PIC X.
    01 WS-PRED-OUTCOME      PIC X.
       88 WS-PREDS-CLEAR       VALUE "C".
       88 WS-PREDS-WAITING     VALUE "W".
       88 WS-PREDS-BROKEN      VALUE "B".
    01 WS-BROKEN-PRED       PIC X(8).
    01 WS-BROKEN-HOW        PIC X(6).
    01 WS-CALL-NAME         PIC X(20).
    01 WS-CALL-FAILED       PIC X.
    01 WS-RAN-COUNT         PIC 99 VALUE ZERO.
    01 WS-FAILED-COUNT      PIC 99 VALUE ZERO.
    01 WS-HELD-COUNT        PIC 99 VALUE ZERO.
    01 WS-SKIPPED-COUNT     PIC 99 VALUE ZERO.
    COPY JOBDUE.
    COPY RUNLOG.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE "JOB-SCHEDULER" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    PERFORM LOAD-SCHEDULE.
    IF WS-SCHED-STATUS NOT = "00" AND WS-SCHED-STATUS NOT = "10"
        DISPLAY "jobsched.dat cannot be opened - status "
            WS-SCHED-STATUS ". Nothing run."
        MOVE "JOB-SCHEDULER" TO RLG-PROGRAM
        SET RLG-END TO TRUE
        MOVE "FAILED" TO RLG-STATUS
        CALL "RUNLOG" USING RUN-LOG-AREA
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "Job schedule for " WS-RUN-DATE ": " WS-JOB-COUNT
        " job(s) on file.".

    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-JOB-COUNT
        IF WS-JOB-NOT-DUE(WS-J)
            PERFORM RECORD-SKIPPED-JOB
        END-IF
    END-PERFORM.

*> Each pass starts every pending job whose predecessors are all
*> clear and holds every one behind a failure; passes repeat until
*> one changes nothing. Whatever is still pending then is waiting
*> on itself through the chain.
    MOVE "Y" TO WS-PROGRESS.
    PERFORM UNTIL WS-PROGRESS NOT = "Y"
        MOVE "N" TO WS-PROGRESS
        PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-JOB-COUNT
            IF WS-JOB-PENDING(WS-J)
                PERFORM CHECK-PREDECESSORS
                EVALUATE TRUE
                    WHEN WS-PREDS-CLEAR
                        PERFORM RUN-ONE-JOB
                        MOVE "Y" TO WS-PROGRESS
                    WHEN WS-PREDS-BROKEN
                        MOVE SPACES TO WS-JOB-NOTE(WS-J)
                        STRING "AFTER " WS-BROKEN-PRED " "
                            WS-BROKEN-HOW
                            DELIMITED BY SIZE INTO WS-JOB-NOTE(WS-J)
                        PERFORM RECORD-HELD-JOB
                        MOVE "Y" TO WS-PROGRESS
                END-EVALUATE
            END-IF
        END-PERFORM
    END-PERFORM.

    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-JOB-COUNT
        IF WS-JOB-PENDING(WS-J)
            MOVE "CIRCULAR DEPENDENCY" TO WS-JOB-NOTE(WS-J)
            PERFORM RECORD-HELD-JOB
        END-IF
    END-PERFORM.

    DISPLAY "Jobs run OK : " WS-RAN-COUNT.
    DISPLAY "Jobs failed : " WS-FAILED-COUNT.
    DISPLAY "Jobs held   : " WS-HELD-COUNT.
    DISPLAY "Not due     : " WS-SKIPPED-COUNT.

    MOVE "JOB-SCHEDULER" TO RLG-PROGRAM.
    SET RLG-END TO TRUE.
    MOVE WS-JOB-COUNT TO RLG-READ-COUNT.
    MOVE WS-RAN-COUNT TO RLG-WRITE-COUNT.
    IF WS-FAILED-COUNT > ZERO OR WS-HELD-COUNT > ZERO
        MOVE "FAILED" TO RLG-STATUS
        CALL "RUNLOG" USING RUN-LOG-AREA
        DISPLAY "SCHEDULE INCOMPLETE. Rerun the failed job(s), "
            "then the held job(s) behind them."
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE "COMPLETE" TO RLG-STATUS
        CALL "RUNLOG" USING RUN-LOG-AREA
        DISPLAY "SCHEDULE COMPLETE."
        MOVE ZERO TO RETURN-CODE
    END-IF.
GOBACK.

*> The whole schedule is held in the table, in job-ID order, with
*> tonight's due decision already made; inactive jobs count as not
*> due so nothing waits on them.
LOAD-SCHEDULE.
    OPEN INPUT SCHED-FILE.
    IF WS-SCHED-STATUS = "35"
        PERFORM CREATE-STANDARD-SCHEDULE
        OPEN INPUT SCHED-FILE
    END-IF.
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
                ELSE
                    DISPLAY "Schedule table full - job "
                        JSC-JOB-ID " not loaded."
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SCHED-FILE.

LOAD-ONE-JOB.
    MOVE JSC-JOB-ID TO WS-JOB-ID(WS-JOB-COUNT).
    MOVE JSC-PROGRAM TO WS-JOB-PROGRAM(WS-JOB-COUNT).
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
        MOVE JSC-PRED(WS-P) TO WS-JOB-PRED(WS-JOB-COUNT, WS-P)
    END-PERFORM.
    MOVE SPACES TO WS-JOB-NOTE(WS-JOB-COUNT).
    IF JSC-ACTIVE NOT = "Y"
        MOVE "N" TO WS-JOB-STATE(WS-JOB-COUNT)
        MOVE "INACTIVE" TO WS-JOB-NOTE(WS-JOB-COUNT)
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-RUN-DATE TO JDU-DATE.
    MOVE JSC-RULE TO JDU-RULE.
    MOVE JSC-WEEKDAY TO JDU-WEEKDAY.
    MOVE JSC-SKIP-HOLIDAY TO JDU-SKIP-HOLIDAY.
    CALL "JOB-DUE" USING JOB-DUE-AREA.
    IF JDU-IS-DUE
        MOVE "P" TO WS-JOB-STATE(WS-JOB-COUNT)
    ELSE
        MOVE "N" TO WS-JOB-STATE(WS-JOB-COUNT)
        MOVE JDU-REASON TO WS-JOB-NOTE(WS-JOB-COUNT)
    END-IF.

CREATE-STANDARD-SCHEDULE.
    OPEN OUTPUT SCHED-FILE.
    IF WS-SCHED-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM WRITE-STANDARD-SCHEDULE.
    CLOSE SCHED-FILE.
    DISPLAY "jobsched.dat created with the standard schedule.".

WRITE-STANDARD-SCHEDULE.
    COPY JOBSEED.

*> A predecessor not on the schedule, or not due tonight, does not
*> hold anything up; one still to run makes the job wait, and one
*> that failed or was held breaks the chain.
CHECK-PREDECESSORS.
    SET WS-PREDS-CLEAR TO TRUE.
    MOVE SPACES TO WS-BROKEN-PRED.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
        IF WS-JOB-PRED(WS-J, WS-P) NOT = SPACES
            MOVE WS-JOB-PRED(WS-J, WS-P) TO WS-FIND-ID
            PERFORM FIND-JOB
            IF WS-FOUND-IDX > ZERO
                EVALUATE TRUE
                    WHEN WS-JOB-FAILED(WS-FOUND-IDX)
                        SET WS-PREDS-BROKEN TO TRUE
                        MOVE WS-FIND-ID TO WS-BROKEN-PRED
                        MOVE "FAILED" TO WS-BROKEN-HOW
                    WHEN WS-JOB-HELD(WS-FOUND-IDX)
                        SET WS-PREDS-BROKEN TO TRUE
                        MOVE WS-FIND-ID TO WS-BROKEN-PRED
                        MOVE "HELD" TO WS-BROKEN-HOW
                    WHEN WS-JOB-PENDING(WS-FOUND-IDX)
                        IF NOT WS-PREDS-BROKEN
                            SET WS-PREDS-WAITING TO TRUE
                        END-IF
                END-EVALUATE
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

*> The same step discipline as EOD-DRIVER: a job not installed or
*> ending with a non-zero return code has failed.
RUN-ONE-JOB.
    MOVE WS-JOB-PROGRAM(WS-J) TO WS-CALL-NAME.
    DISPLAY "Job " WS-JOB-ID(WS-J) ": "
        FUNCTION TRIM(WS-CALL-NAME) " ...".
    MOVE "N" TO WS-CALL-FAILED.
    MOVE ZERO TO RETURN-CODE.
    CALL WS-CALL-NAME
        ON EXCEPTION
            DISPLAY "Job program not installed: "
                FUNCTION TRIM(WS-CALL-NAME)
            MOVE "Y" TO WS-CALL-FAILED
            MOVE "NOT INSTALLED" TO WS-JOB-NOTE(WS-J)
    END-CALL.
    IF WS-CALL-FAILED NOT = "Y" AND RETURN-CODE NOT = ZERO
        DISPLAY "Job ended with return code " RETURN-CODE
        MOVE "Y" TO WS-CALL-FAILED
        MOVE "NON-ZERO RETURN CODE" TO WS-JOB-NOTE(WS-J)
    END-IF.
    CANCEL WS-CALL-NAME.

    MOVE WS-JOB-PROGRAM(WS-J) TO RLG-PROGRAM.
    SET RLG-END TO TRUE.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    IF WS-CALL-FAILED = "Y"
        MOVE "F" TO WS-JOB-STATE(WS-J)
        ADD 1 TO WS-FAILED-COUNT
        MOVE "FAILED" TO RLG-STATUS
    ELSE
        MOVE "R" TO WS-JOB-STATE(WS-J)
        ADD 1 TO WS-RAN-COUNT
        MOVE "COMPLETE" TO RLG-STATUS
    END-IF.
    CALL "RUNLOG" USING RUN-LOG-AREA.

RECORD-SKIPPED-JOB.
    ADD 1 TO WS-SKIPPED-COUNT.
    DISPLAY "Job " WS-JOB-ID(WS-J) " not due - "
        FUNCTION TRIM(WS-JOB-NOTE(WS-J)) ".".
    MOVE WS-JOB-PROGRAM(WS-J) TO RLG-PROGRAM.
    SET RLG-END TO TRUE.
    MOVE "SKIPPED" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

RECORD-HELD-JOB.
    MOVE "H" TO WS-JOB-STATE(WS-J).
    ADD 1 TO WS-HELD-COUNT.
    DISPLAY "Job " WS-JOB-ID(WS-J) " HELD - "
        FUNCTION TRIM(WS-JOB-NOTE(WS-J)) ".".
    MOVE WS-JOB-PROGRAM(WS-J) TO RLG-PROGRAM.
    SET RLG-END TO TRUE.
    MOVE "HELD" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.
