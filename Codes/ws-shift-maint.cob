*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Maintenance for shifts.dat, the shift master
*>              (code, start and end clock times, grace minutes),
*>              and schedule.dat, each employee's weekly shift
*>              pattern with rest days. A pattern is entered with
*>              the date it takes effect and holds until a later
*>              one replaces it, so history stays intact for
*>              reloads of earlier attendance. Shift codes are
*>              checked against the master when a pattern is
*>              keyed; a shift still named in any pattern cannot
*>              be removed. WS-ATTEND-LOAD measures lateness,
*>              undertime and no-shows against these.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-SHIFT-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SHIFT-FILE ASSIGN TO "shifts.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SHF-CODE
            FILE STATUS IS WS-SHIFT-STATUS.

        SELECT SCHEDULE-FILE ASSIGN TO "schedule.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SCH-KEY
            FILE STATUS IS WS-SCHED-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD SHIFT-FILE.
    COPY SHIFTREC.

    FD SCHEDULE-FILE.
    COPY SCHEDREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    WORKING-STORAGE SECTION.
    01 WS-SHIFT-STATUS      PIC XX.
    01 WS-SCHED-STATUS      PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-CODE-IN           PIC X(4).
    01 WS-DESC-IN           PIC X(20).
    01 WS-START-IN          PIC X(4).
    01 WS-END-IN            PIC X(4).
    01 WS-GRACE-IN          PIC 99.
    01 WS-TIME-CHECK        PIC X(4).
    01 WS-TIME-OK           PIC X.
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-DATE-IN           PIC 9(8).
    01 WS-DAY-IDX           PIC 9.
    01 WS-PATTERN-OK        PIC X.
    01 WS-IN-USE            PIC X.
    01 WS-CONFIRM           PIC X.
    01 WS-LIST-COUNT        PIC 9(3).
    01 WS-NEW-WEEK.
        05 WS-NEW-DAY       PIC X(4) OCCURS 7 TIMES.
    01 WS-DAY-NAMES-VALUES  PIC X(21)
        VALUE "SUNMONTUEWEDTHUFRISAT".
    01 WS-DAY-NAMES REDEFINES WS-DAY-NAMES-VALUES.
        05 WS-DAY-NAME      PIC X(3) OCCURS 7 TIMES.
    COPY DATESRV.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-OPERATOR-ID.

    OPEN I-O SHIFT-FILE.
    IF WS-SHIFT-STATUS = "35"
        OPEN OUTPUT SHIFT-FILE
        CLOSE SHIFT-FILE
        OPEN I-O SHIFT-FILE
    END-IF.
    OPEN I-O SCHEDULE-FILE.
    IF WS-SCHED-STATUS = "35"
        OPEN OUTPUT SCHEDULE-FILE
        CLOSE SCHEDULE-FILE
        OPEN I-O SCHEDULE-FILE
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        CLOSE SHIFT-FILE
        CLOSE SCHEDULE-FILE
        GOBACK
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== SHIFTS AND SCHEDULES ===="
        DISPLAY "1 - Add or Change Shift"
        DISPLAY "2 - List Shifts"
        DISPLAY "3 - Remove Shift"
        DISPLAY "4 - Assign Weekly Schedule"
        DISPLAY "5 - Show Employee Schedules"
        DISPLAY "6 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM ADD-OR-CHANGE-SHIFT
            WHEN 2
                PERFORM LIST-SHIFTS
            WHEN 3
                PERFORM REMOVE-SHIFT
            WHEN 4
                PERFORM ASSIGN-SCHEDULE
            WHEN 5
                PERFORM SHOW-SCHEDULES
            WHEN 6
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE SHIFT-FILE.
    CLOSE SCHEDULE-FILE.
    CLOSE EMPLOYEE-MASTER.
    DISPLAY "Shift maintenance ended.".
GOBACK.

*> A menu session arrives with the verified identity in the
*> sign-on context; only a standalone start still prompts.
RESOLVE-OPERATOR-ID.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE SPACES TO WS-OPERATOR-ID.
    PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
        DISPLAY "Operator ID: " WITH NO ADVANCING
        ACCEPT WS-OPERATOR-ID
    END-PERFORM.
    MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID.

ADD-OR-CHANGE-SHIFT.
    DISPLAY "Shift code (4 char)  : " WITH NO ADVANCING.
    ACCEPT WS-CODE-IN.
    MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN.
    IF WS-CODE-IN = SPACES OR WS-CODE-IN = "REST"
        DISPLAY "Shift code cannot be blank or REST."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Description          : " WITH NO ADVANCING.
    ACCEPT WS-DESC-IN.
    DISPLAY "Start time HHMM      : " WITH NO ADVANCING.
    ACCEPT WS-START-IN.
    MOVE WS-START-IN TO WS-TIME-CHECK.
    PERFORM CHECK-CLOCK-TIME.
    IF WS-TIME-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "End time HHMM        : " WITH NO ADVANCING.
    ACCEPT WS-END-IN.
    MOVE WS-END-IN TO WS-TIME-CHECK.
    PERFORM CHECK-CLOCK-TIME.
    IF WS-TIME-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    IF WS-START-IN = WS-END-IN
        DISPLAY "Start and end cannot be the same time "
            "- not saved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Grace minutes        : " WITH NO ADVANCING.
    ACCEPT WS-GRACE-IN.

    MOVE WS-CODE-IN TO SHF-CODE.
    READ SHIFT-FILE
        INVALID KEY
            MOVE "23" TO WS-SHIFT-STATUS
    END-READ.
    MOVE WS-CODE-IN TO SHF-CODE.
    MOVE WS-DESC-IN TO SHF-DESC.
    MOVE WS-START-IN TO SHF-START.
    MOVE WS-END-IN TO SHF-END.
    MOVE WS-GRACE-IN TO SHF-GRACE.
    IF WS-SHIFT-STATUS = "00"
        REWRITE SHIFT-RECORD
        DISPLAY "Shift " WS-CODE-IN " changed."
    ELSE
        WRITE SHIFT-RECORD
        DISPLAY "Shift " WS-CODE-IN " added."
    END-IF.

CHECK-CLOCK-TIME.
    MOVE "Y" TO WS-TIME-OK.
    IF WS-TIME-CHECK NOT NUMERIC
        MOVE "N" TO WS-TIME-OK
    ELSE
        IF WS-TIME-CHECK(1:2) > "23" OR WS-TIME-CHECK(3:2) > "59"
            MOVE "N" TO WS-TIME-OK
        END-IF
    END-IF.
    IF WS-TIME-OK NOT = "Y"
        DISPLAY "Time must be HHMM, 0000 to 2359 - not saved."
    END-IF.

LIST-SHIFTS.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE LOW-VALUES TO SHF-CODE.
    START SHIFT-FILE KEY IS NOT LESS THAN SHF-CODE
        INVALID KEY
            DISPLAY "No shifts on file."
            EXIT PARAGRAPH
    END-START.
    DISPLAY "CODE DESCRIPTION          START END  GRACE".
    PERFORM UNTIL WS-SHIFT-STATUS NOT = "00"
        READ SHIFT-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-LIST-COUNT
        DISPLAY SHF-CODE " " SHF-DESC " " SHF-START "  " SHF-END
            " " SHF-GRACE
    END-PERFORM.
    DISPLAY WS-LIST-COUNT " shift(s).".

REMOVE-SHIFT.
    DISPLAY "Shift code : " WITH NO ADVANCING.
    ACCEPT WS-CODE-IN.
    MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN.
    MOVE WS-CODE-IN TO SHF-CODE.
    READ SHIFT-FILE
        INVALID KEY
            DISPLAY "Shift not on file."
            EXIT PARAGRAPH
    END-READ.
    PERFORM CHECK-SHIFT-IN-USE.
    IF WS-IN-USE = "Y"
        DISPLAY "Shift " WS-CODE-IN " is named in a schedule "
            "- reassign those employees first."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Remove " SHF-CODE " " SHF-DESC "? (Y/N): "
        WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
        DELETE SHIFT-FILE RECORD
        DISPLAY "Shift removed."
    ELSE
        DISPLAY "No change made."
    END-IF.

CHECK-SHIFT-IN-USE.
    MOVE "N" TO WS-IN-USE.
    MOVE LOW-VALUES TO SCH-KEY.
    START SCHEDULE-FILE KEY IS NOT LESS THAN SCH-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-SCHED-STATUS NOT = "00" OR WS-IN-USE = "Y"
        READ SCHEDULE-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > 7
            IF SCH-DAY-SHIFT(WS-DAY-IDX) = WS-CODE-IN
                MOVE "Y" TO WS-IN-USE
            END-IF
        END-PERFORM
    END-PERFORM.

*> Each day takes a shift code from the master or REST. Keying a
*> pattern for a date that already has one replaces it.
ASSIGN-SCHEDULE.
    DISPLAY "Employee ID          : " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            DISPLAY "Employee not on the master."
            EXIT PARAGRAPH
    END-READ.
    IF EMP-SEPARATED
        DISPLAY "Employee is separated - no schedule needed."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Employee: " EMP-NAME " " EMP-SURNAME.
    DISPLAY "Effective YYYYMMDD   : " WITH NO ADVANCING.
    ACCEPT WS-DATE-IN.
    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-DATE-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y"
        DISPLAY "Not a valid calendar date - not saved."
        EXIT PARAGRAPH
    END-IF.

    MOVE "Y" TO WS-PATTERN-OK.
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
            UNTIL WS-DAY-IDX > 7 OR WS-PATTERN-OK NOT = "Y"
        DISPLAY WS-DAY-NAME(WS-DAY-IDX)
            " shift code or REST : " WITH NO ADVANCING
        ACCEPT WS-NEW-DAY(WS-DAY-IDX)
        MOVE FUNCTION UPPER-CASE(WS-NEW-DAY(WS-DAY-IDX))
            TO WS-NEW-DAY(WS-DAY-IDX)
        IF WS-NEW-DAY(WS-DAY-IDX) NOT = "REST"
            MOVE WS-NEW-DAY(WS-DAY-IDX) TO SHF-CODE
            READ SHIFT-FILE
                INVALID KEY
                    DISPLAY "Shift " WS-NEW-DAY(WS-DAY-IDX)
                        " not on the shift master - not saved."
                    MOVE "N" TO WS-PATTERN-OK
            END-READ
        END-IF
    END-PERFORM.
    IF WS-PATTERN-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-LOOKUP-ID TO SCH-EMP-ID.
    MOVE WS-DATE-IN TO SCH-EFF-DATE.
    READ SCHEDULE-FILE
        INVALID KEY
            MOVE "23" TO WS-SCHED-STATUS
    END-READ.
    MOVE WS-LOOKUP-ID TO SCH-EMP-ID.
    MOVE WS-DATE-IN TO SCH-EFF-DATE.
    MOVE WS-NEW-WEEK TO SCH-WEEK.
    MOVE WS-OPERATOR-ID TO SCH-SET-BY.
    MOVE WS-RUN-DATE TO SCH-SET-ON.
    IF WS-SCHED-STATUS = "00"
        REWRITE SCHEDULE-RECORD
        DISPLAY "Schedule effective " WS-DATE-IN " replaced."
    ELSE
        WRITE SCHEDULE-RECORD
        DISPLAY "Schedule effective " WS-DATE-IN " added."
    END-IF.

SHOW-SCHEDULES.
    DISPLAY "Employee ID : " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE WS-LOOKUP-ID TO SCH-EMP-ID.
    MOVE ZERO TO SCH-EFF-DATE.
    START SCHEDULE-FILE KEY IS NOT LESS THAN SCH-KEY
        INVALID KEY
            MOVE "10" TO WS-SCHED-STATUS
    END-START.
    PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
        READ SCHEDULE-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF SCH-EMP-ID NOT = WS-LOOKUP-ID
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-LIST-COUNT
        DISPLAY "From " SCH-EFF-DATE "  SUN " SCH-DAY-SHIFT(1)
            " MON " SCH-DAY-SHIFT(2) " TUE " SCH-DAY-SHIFT(3)
            " WED " SCH-DAY-SHIFT(4) " THU " SCH-DAY-SHIFT(5)
            " FRI " SCH-DAY-SHIFT(6) " SAT " SCH-DAY-SHIFT(7)
            "  by " SCH-SET-BY
    END-PERFORM.
    IF WS-LIST-COUNT = ZERO
        DISPLAY "No schedule on file for " WS-LOOKUP-ID "."
    END-IF.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
