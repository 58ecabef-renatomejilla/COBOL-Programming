*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Job schedule maintenance over jobsched.dat, the
*>              schedule JOB-SCHEDULER runs each night. A job is an
*>              ID, the program to CALL, a run rule (every day,
*>              weekdays, one day of the week, month-end or first
*>              business day), whether a public holiday skips it,
*>              whether it is active, and up to four predecessor
*>              jobs. A predecessor must already be on the schedule,
*>              and a job others wait on cannot be removed until
*>              they stop naming it. Loading the standard schedule
*>              never overwrites a job already on file.

IDENTIFICATION DIVISION.
PROGRAM-ID.     JOB-SCHED-MAINT.

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
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-JOB-ID-IN         PIC X(8).
    01 WS-PROGRAM-IN        PIC X(20).
    01 WS-DESC-IN           PIC X(30).
    01 WS-RULE-IN           PIC X.
    01 WS-WEEKDAY-IN        PIC 9.
    01 WS-SKIP-HOL-IN       PIC X.
    01 WS-ACTIVE-IN         PIC X.
    01 WS-PRED-IN           PIC X(8) OCCURS 4 TIMES.
    01 WS-P                 PIC 9.
    01 WS-PRED-OK           PIC X.
    01 WS-DEPENDENT-COUNT   PIC 9(3).
    01 WS-CONFIRM           PIC X.
    01 WS-LIST-COUNT        PIC 9(3).
    01 WS-ON-FILE-BEFORE    PIC 9(3).
    01 WS-ON-FILE-AFTER     PIC 9(3).
    01 WS-LOADED-COUNT      PIC 9(3).
    01 WS-RULE-TEXT         PIC X(20).
    01 WS-DAY-NAMES         PIC X(21)
        VALUE "SUNMONTUEWEDTHUFRISAT".

PROCEDURE DIVISION.
001-MAIN.
    OPEN I-O SCHED-FILE.
    IF WS-SCHED-STATUS = "35"
        OPEN OUTPUT SCHED-FILE
        PERFORM WRITE-STANDARD-SCHEDULE
        CLOSE SCHED-FILE
        OPEN I-O SCHED-FILE
        DISPLAY "jobsched.dat created with the standard schedule."
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== JOB SCHEDULE MAINTENANCE ===="
        DISPLAY "1 - Add or Change Job"
        DISPLAY "2 - Remove Job"
        DISPLAY "3 - List Jobs"
        DISPLAY "4 - Load Standard Schedule"
        DISPLAY "5 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM ADD-OR-CHANGE-JOB
            WHEN 2
                PERFORM REMOVE-JOB
            WHEN 3
                PERFORM LIST-JOBS
            WHEN 4
                PERFORM LOAD-STANDARD-SCHEDULE
            WHEN 5
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE SCHED-FILE.
    DISPLAY "Job schedule maintenance ended.".
GOBACK.

ADD-OR-CHANGE-JOB.
    DISPLAY "Job ID                          : " WITH NO ADVANCING.
    ACCEPT WS-JOB-ID-IN.
    MOVE FUNCTION UPPER-CASE(WS-JOB-ID-IN) TO WS-JOB-ID-IN.
    IF WS-JOB-ID-IN = SPACES
        DISPLAY "Job ID is required - not saved."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-JOB-ID-IN TO JSC-JOB-ID.
    READ SCHED-FILE
        INVALID KEY
            MOVE "23" TO WS-SCHED-STATUS
    END-READ.
    IF WS-SCHED-STATUS = "00"
        PERFORM FORMAT-RULE-TEXT
        DISPLAY "Now: " JSC-PROGRAM " " WS-RULE-TEXT
            " skip holidays " JSC-SKIP-HOLIDAY
            " active " JSC-ACTIVE
        DISPLAY "     after " JSC-PRED(1) " " JSC-PRED(2) " "
            JSC-PRED(3) " " JSC-PRED(4)
    END-IF.

    DISPLAY "Program to run                  : " WITH NO ADVANCING.
    ACCEPT WS-PROGRAM-IN.
    MOVE FUNCTION UPPER-CASE(WS-PROGRAM-IN) TO WS-PROGRAM-IN.
    IF WS-PROGRAM-IN = SPACES
        DISPLAY "Program is required - not saved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Description                     : " WITH NO ADVANCING.
    ACCEPT WS-DESC-IN.
    DISPLAY "Run rule (D daily, W weekdays, K one weekday,"
    DISPLAY "          M month-end, F first business day): "
        WITH NO ADVANCING.
    ACCEPT WS-RULE-IN.
    MOVE FUNCTION UPPER-CASE(WS-RULE-IN) TO WS-RULE-IN.
    IF WS-RULE-IN NOT = "D" AND WS-RULE-IN NOT = "W"
            AND WS-RULE-IN NOT = "K" AND WS-RULE-IN NOT = "M"
            AND WS-RULE-IN NOT = "F"
        DISPLAY "Run rule must be D, W, K, M or F - not saved."
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-WEEKDAY-IN.
    IF WS-RULE-IN = "K"
        DISPLAY "Day of week (0 Sun ... 6 Sat)   : "
            WITH NO ADVANCING
        ACCEPT WS-WEEKDAY-IN
        IF WS-WEEKDAY-IN > 6
            DISPLAY "Day of week must be 0 to 6 - not saved."
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE "N" TO WS-SKIP-HOL-IN.
    IF WS-RULE-IN NOT = "M" AND WS-RULE-IN NOT = "F"
        DISPLAY "Skip on public holidays? (Y/N)  : "
            WITH NO ADVANCING
        ACCEPT WS-SKIP-HOL-IN
        MOVE FUNCTION UPPER-CASE(WS-SKIP-HOL-IN) TO WS-SKIP-HOL-IN
        IF WS-SKIP-HOL-IN NOT = "Y"
            MOVE "N" TO WS-SKIP-HOL-IN
        END-IF
    END-IF.
    DISPLAY "Active? (Y/N)                   : " WITH NO ADVANCING.
    ACCEPT WS-ACTIVE-IN.
    MOVE FUNCTION UPPER-CASE(WS-ACTIVE-IN) TO WS-ACTIVE-IN.
    IF WS-ACTIVE-IN NOT = "N"
        MOVE "Y" TO WS-ACTIVE-IN
    END-IF.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
        MOVE SPACES TO WS-PRED-IN(WS-P)
    END-PERFORM.
    DISPLAY "Predecessor jobs, blank when done:".
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
        DISPLAY "  Runs after job                : "
            WITH NO ADVANCING
        ACCEPT WS-PRED-IN(WS-P)
        MOVE FUNCTION UPPER-CASE(WS-PRED-IN(WS-P)) TO WS-PRED-IN(WS-P)
        IF WS-PRED-IN(WS-P) = SPACES
            EXIT PERFORM
        END-IF
    END-PERFORM.

    PERFORM CHECK-PREDECESSORS.
    IF WS-PRED-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-JOB-ID-IN TO JSC-JOB-ID.
    READ SCHED-FILE
        INVALID KEY
            MOVE "23" TO WS-SCHED-STATUS
    END-READ.
    MOVE SPACES TO JOB-SCHED-RECORD.
    MOVE WS-JOB-ID-IN TO JSC-JOB-ID.
    MOVE WS-PROGRAM-IN TO JSC-PROGRAM.
    MOVE WS-DESC-IN TO JSC-DESC.
    MOVE WS-RULE-IN TO JSC-RULE.
    MOVE WS-WEEKDAY-IN TO JSC-WEEKDAY.
    MOVE WS-SKIP-HOL-IN TO JSC-SKIP-HOLIDAY.
    MOVE WS-ACTIVE-IN TO JSC-ACTIVE.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
        MOVE WS-PRED-IN(WS-P) TO JSC-PRED(WS-P)
    END-PERFORM.
    IF WS-SCHED-STATUS = "00"
        REWRITE JOB-SCHED-RECORD
        DISPLAY "Job " FUNCTION TRIM(WS-JOB-ID-IN) " changed."
    ELSE
        WRITE JOB-SCHED-RECORD
        DISPLAY "Job " FUNCTION TRIM(WS-JOB-ID-IN) " added."
    END-IF.

*> Each predecessor named must be another job already on file.
*> A loop through several jobs is caught by the nightly run,
*> which holds the jobs involved.
CHECK-PREDECESSORS.
    MOVE "Y" TO WS-PRED-OK.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
        IF WS-PRED-IN(WS-P) NOT = SPACES
            IF WS-PRED-IN(WS-P) = WS-JOB-ID-IN
                DISPLAY "A job cannot run after itself - not saved."
                MOVE "N" TO WS-PRED-OK
                EXIT PERFORM
            END-IF
            MOVE WS-PRED-IN(WS-P) TO JSC-JOB-ID
            READ SCHED-FILE
                INVALID KEY
                    DISPLAY "Job " FUNCTION TRIM(WS-PRED-IN(WS-P))
                        " is not on the schedule - not saved."
                    MOVE "N" TO WS-PRED-OK
                    EXIT PERFORM
            END-READ
        END-IF
    END-PERFORM.

REMOVE-JOB.
    DISPLAY "Job ID to remove                : " WITH NO ADVANCING.
    ACCEPT WS-JOB-ID-IN.
    MOVE FUNCTION UPPER-CASE(WS-JOB-ID-IN) TO WS-JOB-ID-IN.
    PERFORM COUNT-DEPENDENTS.
    IF WS-DEPENDENT-COUNT > ZERO
        DISPLAY WS-DEPENDENT-COUNT " job(s) run after "
            FUNCTION TRIM(WS-JOB-ID-IN) " - change them first."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-JOB-ID-IN TO JSC-JOB-ID.
    READ SCHED-FILE
        INVALID KEY
            DISPLAY "No job " FUNCTION TRIM(WS-JOB-ID-IN)
                " on the schedule."
            EXIT PARAGRAPH
    END-READ.
    DISPLAY "Program: " JSC-PROGRAM " " JSC-DESC.
    DISPLAY "Remove this job? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
        DELETE SCHED-FILE RECORD
        DISPLAY "Job removed."
    ELSE
        DISPLAY "Job kept."
    END-IF.

*> Lists, and counts, the jobs naming WS-JOB-ID-IN as predecessor.
COUNT-DEPENDENTS.
    MOVE ZERO TO WS-DEPENDENT-COUNT.
    MOVE LOW-VALUES TO JSC-JOB-ID.
    START SCHED-FILE KEY IS NOT LESS THAN JSC-JOB-ID
        INVALID KEY
            MOVE "00" TO WS-SCHED-STATUS
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
        READ SCHED-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
            IF JSC-PRED(WS-P) = WS-JOB-ID-IN
                ADD 1 TO WS-DEPENDENT-COUNT
                DISPLAY "  " JSC-JOB-ID " runs after it."
            END-IF
        END-PERFORM
    END-PERFORM.
    MOVE "00" TO WS-SCHED-STATUS.

LIST-JOBS.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE LOW-VALUES TO JSC-JOB-ID.
    START SCHED-FILE KEY IS NOT LESS THAN JSC-JOB-ID
        INVALID KEY
            DISPLAY "No jobs on the schedule."
            MOVE "00" TO WS-SCHED-STATUS
            EXIT PARAGRAPH
    END-START.
    DISPLAY "JOB      PROGRAM              RULE                 "
        "HOL ACT RUNS AFTER".
    PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
        READ SCHED-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-LIST-COUNT
        PERFORM FORMAT-RULE-TEXT
        DISPLAY JSC-JOB-ID " " JSC-PROGRAM " " WS-RULE-TEXT " "
            JSC-SKIP-HOLIDAY "   " JSC-ACTIVE "   "
            JSC-PRED(1) " " JSC-PRED(2) " " JSC-PRED(3) " "
            JSC-PRED(4)
    END-PERFORM.
    MOVE "00" TO WS-SCHED-STATUS.
    DISPLAY WS-LIST-COUNT " job(s).".

FORMAT-RULE-TEXT.
    EVALUATE TRUE
        WHEN JSC-DAILY
            MOVE "DAILY" TO WS-RULE-TEXT
        WHEN JSC-WEEKDAYS
            MOVE "WEEKDAYS" TO WS-RULE-TEXT
        WHEN JSC-ON-WEEKDAY
            MOVE SPACES TO WS-RULE-TEXT
            STRING "EVERY " WS-DAY-NAMES(JSC-WEEKDAY * 3 + 1:3)
                DELIMITED BY SIZE INTO WS-RULE-TEXT
        WHEN JSC-MONTH-END
            MOVE "MONTH-END" TO WS-RULE-TEXT
        WHEN JSC-FIRST-BUS-DAY
            MOVE "FIRST BUSINESS DAY" TO WS-RULE-TEXT
        WHEN OTHER
            MOVE "UNKNOWN" TO WS-RULE-TEXT
    END-EVALUATE.

COUNT-JOBS.
    MOVE LOW-VALUES TO JSC-JOB-ID.
    START SCHED-FILE KEY IS NOT LESS THAN JSC-JOB-ID
        INVALID KEY
            MOVE "00" TO WS-SCHED-STATUS
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
        READ SCHED-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-LIST-COUNT
    END-PERFORM.
    MOVE "00" TO WS-SCHED-STATUS.

*> The standard jobs are written over the open file; a job already
*> on file refuses the WRITE and keeps its rule.
LOAD-STANDARD-SCHEDULE.
    MOVE ZERO TO WS-LIST-COUNT.
    PERFORM COUNT-JOBS.
    MOVE WS-LIST-COUNT TO WS-ON-FILE-BEFORE.
    PERFORM WRITE-STANDARD-SCHEDULE.
    MOVE ZERO TO WS-LIST-COUNT.
    PERFORM COUNT-JOBS.
    MOVE WS-LIST-COUNT TO WS-ON-FILE-AFTER.
    COMPUTE WS-LOADED-COUNT = WS-ON-FILE-AFTER - WS-ON-FILE-BEFORE.
    DISPLAY WS-LOADED-COUNT " standard job(s) loaded; "
        "jobs already on file kept.".

WRITE-STANDARD-SCHEDULE.
    COPY JOBSEED.
