*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Training session scheduling and enrollment. A
*>              session is an offering of a courses.dat course on
*>              trnsess.dat - dates, venue, trainer and seat
*>              capacity - and employees are enrolled on it in
*>              trnenrl.dat. Once the seats are taken further
*>              enrollments go on a waitlist, and a seat given up
*>              goes to the first in line. Nobody is enrolled (or
*>              moved up from the waitlist) for a session falling
*>              on approved leave recorded on leavehist.dat.
*>              Marking attendance after the last class posts each
*>              attendee's completion to certs.dat with the expiry
*>              worked out from CRS-VALID-MONTHS, the same rule
*>              WS-CERT-MAINT applies. Changes are stamped with the
*>              signed-on operator.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-TRAINING-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SESSION-FILE ASSIGN TO "trnsess.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TSN-SESSION-ID
            FILE STATUS IS WS-SESSION-STATUS.

        SELECT ENROLL-FILE ASSIGN TO "trnenrl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TEN-KEY
            FILE STATUS IS WS-ENROLL-STATUS.

        SELECT COURSE-FILE ASSIGN TO "courses.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CRS-CODE
            FILE STATUS IS WS-COURSE-STATUS.

        SELECT CERT-FILE ASSIGN TO "certs.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CRT-KEY
            FILE STATUS IS WS-CERT-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT HISTORY-FILE ASSIGN TO "leavehist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD SESSION-FILE.
    COPY TRNSESS.

    FD ENROLL-FILE.
    COPY TRNENRL.

    FD COURSE-FILE.
    COPY CRSREC.

    FD CERT-FILE.
    COPY CERTREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD HISTORY-FILE.
    COPY LEAVHIST.

    WORKING-STORAGE SECTION.
    01 WS-SESSION-STATUS    PIC XX.
    01 WS-ENROLL-STATUS     PIC XX.
    01 WS-COURSE-STATUS     PIC XX.
    01 WS-CERT-STATUS       PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SESSION-IN        PIC 9(6).
    01 WS-EMP-ID-IN         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-COURSE-IN         PIC X(8).
    01 WS-VENUE-IN          PIC X(20).
    01 WS-TRAINER-IN        PIC X(20).
    01 WS-CAPACITY-IN       PIC 9(3).
    01 WS-START-IN          PIC 9(8).
    01 WS-END-IN            PIC 9(8).
    01 WS-DATE-IN           PIC 9(8).
    01 WS-CONFIRM           PIC X.
    01 WS-ON-FILE           PIC X.
    01 WS-WAS-ENROLLED      PIC X.
    01 WS-LEAVE-CONFLICT    PIC X.
    01 WS-LEAVE-FROM        PIC 9(8).
    01 WS-LEAVE-TO          PIC 9(8).
    01 WS-CHECK-EMP-ID      PIC 9(6).
    01 WS-NEXT-NUMBER       PIC 9(6).
    01 WS-NEXT-WAIT         PIC 9(3).
    01 WS-FIRST-WAIT-SEQ    PIC 9(3).
    01 WS-FIRST-WAIT-EMP    PIC 9(6).
    01 WS-PROMOTE-DONE      PIC X.
    01 WS-LIST-COUNT        PIC 9(5).
    01 WS-ATTEND-COUNT      PIC 9(3).
    01 WS-ABSENT-COUNT      PIC 9(3).
    01 WS-STATUS-TEXT       PIC X(10).
    01 WS-COMP-DATE         PIC 9(8).
    01 WS-COMP-PARTS REDEFINES WS-COMP-DATE.
        05 WS-COMP-YY       PIC 9999.
        05 WS-COMP-MM       PIC 99.
        05 WS-COMP-DD       PIC 99.
    01 WS-DAYS-IN-MONTH     PIC 99.
    01 WS-EXP-YY            PIC 9(4).
    01 WS-EXP-MM            PIC 9(4).
    01 WS-EXP-DD            PIC 99.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY DATESRV.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-OPERATOR-ID.
    OPEN INPUT COURSE-FILE.
    IF WS-COURSE-STATUS NOT = "00"
        DISPLAY "courses.dat not found - load the course catalog "
            "through WS-COURSE-MAINT first."
        GOBACK
    END-IF.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        CLOSE COURSE-FILE
        GOBACK
    END-IF.
    OPEN I-O SESSION-FILE.
    IF WS-SESSION-STATUS = "35"
        OPEN OUTPUT SESSION-FILE
        CLOSE SESSION-FILE
        OPEN I-O SESSION-FILE
    END-IF.
    OPEN I-O ENROLL-FILE.
    IF WS-ENROLL-STATUS = "35"
        OPEN OUTPUT ENROLL-FILE
        CLOSE ENROLL-FILE
        OPEN I-O ENROLL-FILE
    END-IF.
    OPEN I-O CERT-FILE.
    IF WS-CERT-STATUS = "35"
        OPEN OUTPUT CERT-FILE
        CLOSE CERT-FILE
        OPEN I-O CERT-FILE
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== TRAINING SESSIONS ===="
        DISPLAY "1 - Schedule Session"
        DISPLAY "2 - Enroll Employee"
        DISPLAY "3 - Withdraw Employee"
        DISPLAY "4 - Mark Attendance"
        DISPLAY "5 - Session Roster"
        DISPLAY "6 - List Upcoming Sessions"
        DISPLAY "7 - Cancel Session"
        DISPLAY "8 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM SCHEDULE-SESSION
            WHEN 2
                PERFORM ENROLL-EMPLOYEE
            WHEN 3
                PERFORM WITHDRAW-EMPLOYEE
            WHEN 4
                PERFORM MARK-ATTENDANCE
            WHEN 5
                PERFORM SESSION-ROSTER
            WHEN 6
                PERFORM LIST-UPCOMING-SESSIONS
            WHEN 7
                PERFORM CANCEL-SESSION
            WHEN 8
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE SESSION-FILE.
    CLOSE ENROLL-FILE.
    CLOSE CERT-FILE.
    CLOSE COURSE-FILE.
    CLOSE EMPLOYEE-MASTER.
    DISPLAY "Training session maintenance ended.".
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

*> Class dates are YYYYMMDD and may not lie in the past.
ACCEPT-CLASS-DATE.
    ACCEPT WS-DATE-IN.
    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-DATE-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y" OR WS-DATE-IN < WS-RUN-DATE
        DISPLAY "Not a valid date from today on."
        MOVE ZERO TO WS-DATE-IN
    END-IF.

FIND-SESSION.
    DISPLAY "Session number: " WITH NO ADVANCING.
    ACCEPT WS-SESSION-IN.
    MOVE WS-SESSION-IN TO TSN-SESSION-ID.
    READ SESSION-FILE
        INVALID KEY
            MOVE "23" TO WS-SESSION-STATUS
            DISPLAY "Session " WS-SESSION-IN " not on file."
    END-READ.

SCHEDULE-SESSION.
    DISPLAY "Course code          : " WITH NO ADVANCING.
    ACCEPT WS-COURSE-IN.
    MOVE FUNCTION UPPER-CASE(WS-COURSE-IN) TO WS-COURSE-IN.
    MOVE WS-COURSE-IN TO CRS-CODE.
    READ COURSE-FILE
        INVALID KEY
            DISPLAY "Course not on the catalog."
            EXIT PARAGRAPH
    END-READ.
    DISPLAY "Course: " CRS-TITLE.
    DISPLAY "First class (YYYYMMDD): " WITH NO ADVANCING.
    PERFORM ACCEPT-CLASS-DATE.
    IF WS-DATE-IN = ZERO
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-DATE-IN TO WS-START-IN.
    DISPLAY "Last class (YYYYMMDD, 0 = same day): "
        WITH NO ADVANCING.
    ACCEPT WS-DATE-IN.
    IF WS-DATE-IN = ZERO
        MOVE WS-START-IN TO WS-END-IN
    ELSE
        SET DSRV-VALIDATE TO TRUE
        MOVE WS-DATE-IN TO DSRV-DATE-A
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
        IF DSRV-VALID-FLAG NOT = "Y" OR WS-DATE-IN < WS-START-IN
            DISPLAY "Last class must be a valid date on or after "
                "the first."
            EXIT PARAGRAPH
        END-IF
        MOVE WS-DATE-IN TO WS-END-IN
    END-IF.
    DISPLAY "Venue                : " WITH NO ADVANCING.
    ACCEPT WS-VENUE-IN.
    DISPLAY "Trainer              : " WITH NO ADVANCING.
    ACCEPT WS-TRAINER-IN.
    DISPLAY "Seat capacity        : " WITH NO ADVANCING.
    ACCEPT WS-CAPACITY-IN.
    IF WS-VENUE-IN = SPACES OR WS-TRAINER-IN = SPACES
            OR WS-CAPACITY-IN = ZERO
        DISPLAY "Venue, trainer and capacity are all needed - "
            "not scheduled."
        EXIT PARAGRAPH
    END-IF.

    PERFORM FIND-NEXT-NUMBER.
    INITIALIZE TRAINING-SESSION-RECORD.
    MOVE WS-NEXT-NUMBER TO TSN-SESSION-ID.
    MOVE WS-COURSE-IN TO TSN-COURSE.
    MOVE WS-START-IN TO TSN-START-DATE.
    MOVE WS-END-IN TO TSN-END-DATE.
    MOVE WS-VENUE-IN TO TSN-VENUE.
    MOVE WS-TRAINER-IN TO TSN-TRAINER.
    MOVE WS-CAPACITY-IN TO TSN-CAPACITY.
    MOVE ZERO TO TSN-ENROLLED.
    MOVE ZERO TO TSN-WAITLISTED.
    SET TSN-SCHEDULED TO TRUE.
    MOVE WS-RUN-DATE TO TSN-LAST-CHANGE.
    MOVE WS-OPERATOR-ID TO TSN-CHANGED-BY.
    WRITE TRAINING-SESSION-RECORD
        INVALID KEY
            DISPLAY "Session " WS-NEXT-NUMBER " already on file - "
                "not scheduled."
            EXIT PARAGRAPH
    END-WRITE.
    DISPLAY "Session " WS-NEXT-NUMBER " scheduled.".

*> Session numbers run on from the highest on file.
FIND-NEXT-NUMBER.
    MOVE ZERO TO WS-NEXT-NUMBER.
    MOVE ZERO TO TSN-SESSION-ID.
    START SESSION-FILE KEY IS >= TSN-SESSION-ID
        INVALID KEY
            MOVE "10" TO WS-SESSION-STATUS
    END-START.
    PERFORM UNTIL WS-SESSION-STATUS NOT = "00"
        READ SESSION-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        MOVE TSN-SESSION-ID TO WS-NEXT-NUMBER
    END-PERFORM.
    ADD 1 TO WS-NEXT-NUMBER.
    MOVE "00" TO WS-SESSION-STATUS.

ENROLL-EMPLOYEE.
    PERFORM FIND-SESSION.
    IF WS-SESSION-STATUS NOT = "00"
        MOVE "00" TO WS-SESSION-STATUS
        EXIT PARAGRAPH
    END-IF.
    IF NOT TSN-SCHEDULED OR TSN-START-DATE < WS-RUN-DATE
        DISPLAY "Session is not open for enrollment."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-EMP-ID-IN.
    MOVE WS-EMP-ID-IN TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-EMP-ID-IN TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            DISPLAY "Employee not on the master."
            EXIT PARAGRAPH
    END-READ.
    IF EMP-SEPARATED
        DISPLAY "Employee is separated - not enrolled."
        EXIT PARAGRAPH
    END-IF.
    PERFORM FORMAT-EMPLOYEE-NAME.
    DISPLAY "Employee: " WS-FULL-NAME.

    MOVE "N" TO WS-ON-FILE.
    MOVE TSN-SESSION-ID TO TEN-SESSION-ID.
    MOVE WS-EMP-ID-IN TO TEN-EMP-ID.
    READ ENROLL-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO WS-ON-FILE
    END-READ.
    IF WS-ON-FILE = "Y" AND NOT TEN-WITHDRAWN
        DISPLAY "Already on this session."
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-EMP-ID-IN TO WS-CHECK-EMP-ID.
    PERFORM CHECK-LEAVE-CONFLICT.
    IF WS-LEAVE-CONFLICT = "Y"
        DISPLAY "On approved leave " WS-LEAVE-FROM " to "
            WS-LEAVE-TO " - not enrolled."
        EXIT PARAGRAPH
    END-IF.

    IF TSN-ENROLLED >= TSN-CAPACITY
        PERFORM FIND-NEXT-WAIT-SEQ
    END-IF.
    MOVE TSN-SESSION-ID TO TEN-SESSION-ID.
    MOVE WS-EMP-ID-IN TO TEN-EMP-ID.
    MOVE WS-RUN-DATE TO TEN-ENROL-DATE.
    MOVE WS-OPERATOR-ID TO TEN-ENROLLED-BY.
    IF TSN-ENROLLED < TSN-CAPACITY
        SET TEN-ENROLLED TO TRUE
        MOVE ZERO TO TEN-WAIT-SEQ
        ADD 1 TO TSN-ENROLLED
    ELSE
        SET TEN-WAITLISTED TO TRUE
        MOVE WS-NEXT-WAIT TO TEN-WAIT-SEQ
        ADD 1 TO TSN-WAITLISTED
    END-IF.
    IF WS-ON-FILE = "Y"
        REWRITE ENROLLMENT-RECORD
    ELSE
        WRITE ENROLLMENT-RECORD
    END-IF.
    MOVE WS-RUN-DATE TO TSN-LAST-CHANGE.
    MOVE WS-OPERATOR-ID TO TSN-CHANGED-BY.
    REWRITE TRAINING-SESSION-RECORD.
    IF TEN-ENROLLED
        DISPLAY "Enrolled - " TSN-ENROLLED " of " TSN-CAPACITY
            " seats taken."
    ELSE
        DISPLAY "Session full - waitlisted at position "
            TEN-WAIT-SEQ "."
    END-IF.

*> Approved leave on leavehist.dat that overlaps any class day.
CHECK-LEAVE-CONFLICT.
    MOVE "N" TO WS-LEAVE-CONFLICT.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
        READ HISTORY-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF LVH-EMP-ID = WS-CHECK-EMP-ID
                AND NOT LVH-YEAR-END
                AND LVH-START-DATE <= TSN-END-DATE
                AND LVH-END-DATE >= TSN-START-DATE
            MOVE "Y" TO WS-LEAVE-CONFLICT
            MOVE LVH-START-DATE TO WS-LEAVE-FROM
            MOVE LVH-END-DATE TO WS-LEAVE-TO
            EXIT PERFORM
        END-IF
    END-PERFORM.
    CLOSE HISTORY-FILE.

*> The waitlist runs on from the last position given out on the
*> session, so a withdrawal never reuses a place in the queue.
FIND-NEXT-WAIT-SEQ.
    MOVE ZERO TO WS-NEXT-WAIT.
    MOVE TSN-SESSION-ID TO TEN-SESSION-ID.
    MOVE ZERO TO TEN-EMP-ID.
    START ENROLL-FILE KEY IS >= TEN-KEY
        INVALID KEY
            MOVE "10" TO WS-ENROLL-STATUS
    END-START.
    PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
        READ ENROLL-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF TEN-SESSION-ID NOT = TSN-SESSION-ID
            EXIT PERFORM
        END-IF
        IF TEN-WAIT-SEQ > WS-NEXT-WAIT
            MOVE TEN-WAIT-SEQ TO WS-NEXT-WAIT
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-ENROLL-STATUS.
    ADD 1 TO WS-NEXT-WAIT.

WITHDRAW-EMPLOYEE.
    PERFORM FIND-SESSION.
    IF WS-SESSION-STATUS NOT = "00"
        MOVE "00" TO WS-SESSION-STATUS
        EXIT PARAGRAPH
    END-IF.
    IF NOT TSN-SCHEDULED
        DISPLAY "Session is no longer open."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-EMP-ID-IN.
    MOVE WS-EMP-ID-IN TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE TSN-SESSION-ID TO TEN-SESSION-ID.
    MOVE WS-EMP-ID-IN TO TEN-EMP-ID.
    READ ENROLL-FILE
        INVALID KEY
            DISPLAY "Employee is not on this session."
            EXIT PARAGRAPH
    END-READ.
    IF NOT TEN-ENROLLED AND NOT TEN-WAITLISTED
        DISPLAY "Employee is not on this session."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Withdraw " TEN-EMP-ID " from session " TSN-SESSION-ID
        "? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "No change made."
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-WAS-ENROLLED.
    IF TEN-ENROLLED
        MOVE "Y" TO WS-WAS-ENROLLED
        SUBTRACT 1 FROM TSN-ENROLLED
    ELSE
        SUBTRACT 1 FROM TSN-WAITLISTED
    END-IF.
    SET TEN-WITHDRAWN TO TRUE.
    REWRITE ENROLLMENT-RECORD.
    DISPLAY "Withdrawn.".
    IF WS-WAS-ENROLLED = "Y"
        PERFORM PROMOTE-FROM-WAITLIST
    END-IF.
    MOVE WS-RUN-DATE TO TSN-LAST-CHANGE.
    MOVE WS-OPERATOR-ID TO TSN-CHANGED-BY.
    REWRITE TRAINING-SESSION-RECORD.

*> The freed seat goes to the earliest on the waitlist; anyone
*> since gone on leave over the class dates loses their place.
PROMOTE-FROM-WAITLIST.
    MOVE "N" TO WS-PROMOTE-DONE.
    PERFORM UNTIL WS-PROMOTE-DONE = "Y"
        PERFORM FIND-FIRST-WAITING
        IF WS-FIRST-WAIT-EMP = ZERO
            MOVE "Y" TO WS-PROMOTE-DONE
        ELSE
            MOVE TSN-SESSION-ID TO TEN-SESSION-ID
            MOVE WS-FIRST-WAIT-EMP TO TEN-EMP-ID
            READ ENROLL-FILE
            MOVE WS-FIRST-WAIT-EMP TO WS-CHECK-EMP-ID
            PERFORM CHECK-LEAVE-CONFLICT
            SUBTRACT 1 FROM TSN-WAITLISTED
            IF WS-LEAVE-CONFLICT = "Y"
                SET TEN-WITHDRAWN TO TRUE
                REWRITE ENROLLMENT-RECORD
                DISPLAY "Waitlisted " TEN-EMP-ID " passed over - on "
                    "approved leave " WS-LEAVE-FROM " to "
                    WS-LEAVE-TO "."
            ELSE
                SET TEN-ENROLLED TO TRUE
                REWRITE ENROLLMENT-RECORD
                ADD 1 TO TSN-ENROLLED
                DISPLAY "Seat given to waitlisted " TEN-EMP-ID "."
                MOVE "Y" TO WS-PROMOTE-DONE
            END-IF
        END-IF
    END-PERFORM.

FIND-FIRST-WAITING.
    MOVE ZERO TO WS-FIRST-WAIT-EMP.
    MOVE 999 TO WS-FIRST-WAIT-SEQ.
    MOVE TSN-SESSION-ID TO TEN-SESSION-ID.
    MOVE ZERO TO TEN-EMP-ID.
    START ENROLL-FILE KEY IS >= TEN-KEY
        INVALID KEY
            MOVE "10" TO WS-ENROLL-STATUS
    END-START.
    PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
        READ ENROLL-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF TEN-SESSION-ID NOT = TSN-SESSION-ID
            EXIT PERFORM
        END-IF
        IF TEN-WAITLISTED AND TEN-WAIT-SEQ <= WS-FIRST-WAIT-SEQ
            MOVE TEN-WAIT-SEQ TO WS-FIRST-WAIT-SEQ
            MOVE TEN-EMP-ID TO WS-FIRST-WAIT-EMP
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-ENROLL-STATUS.

*> Once the last class is over: each seat holder attended or not,
*> attendees' completions go straight to certs.dat, and whoever
*> is still waitlisted was not reached.
MARK-ATTENDANCE.
    PERFORM FIND-SESSION.
    IF WS-SESSION-STATUS NOT = "00"
        MOVE "00" TO WS-SESSION-STATUS
        EXIT PARAGRAPH
    END-IF.
    IF NOT TSN-SCHEDULED
        DISPLAY "Attendance already marked or session cancelled."
        EXIT PARAGRAPH
    END-IF.
    IF TSN-END-DATE > WS-RUN-DATE
        DISPLAY "Session runs to " TSN-END-DATE
            " - mark attendance after the last class."
        EXIT PARAGRAPH
    END-IF.
    MOVE TSN-COURSE TO CRS-CODE.
    READ COURSE-FILE
        INVALID KEY
            DISPLAY "Course " TSN-COURSE " no longer on the catalog "
                "- cannot post completions."
            EXIT PARAGRAPH
    END-READ.
    DISPLAY "Course: " CRS-TITLE.

    MOVE ZERO TO WS-ATTEND-COUNT.
    MOVE ZERO TO WS-ABSENT-COUNT.
    MOVE TSN-SESSION-ID TO TEN-SESSION-ID.
    MOVE ZERO TO TEN-EMP-ID.
    START ENROLL-FILE KEY IS >= TEN-KEY
        INVALID KEY
            MOVE "10" TO WS-ENROLL-STATUS
    END-START.
    PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
        READ ENROLL-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF TEN-SESSION-ID NOT = TSN-SESSION-ID
            EXIT PERFORM
        END-IF
        EVALUATE TRUE
            WHEN TEN-ENROLLED
                PERFORM MARK-ONE-ATTENDEE
            WHEN TEN-WAITLISTED
                SET TEN-WITHDRAWN TO TRUE
                REWRITE ENROLLMENT-RECORD
        END-EVALUATE
    END-PERFORM.
    MOVE "00" TO WS-ENROLL-STATUS.

    MOVE ZERO TO TSN-WAITLISTED.
    SET TSN-ATTENDED TO TRUE.
    MOVE WS-RUN-DATE TO TSN-LAST-CHANGE.
    MOVE WS-OPERATOR-ID TO TSN-CHANGED-BY.
    REWRITE TRAINING-SESSION-RECORD.
    DISPLAY WS-ATTEND-COUNT " attended, completions posted to "
        "certs.dat; " WS-ABSENT-COUNT " did not attend.".

MARK-ONE-ATTENDEE.
    MOVE TEN-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "** NOT ON MASTER **" TO WS-FULL-NAME
        NOT INVALID KEY
            PERFORM FORMAT-EMPLOYEE-NAME
    END-READ.
    MOVE SPACE TO WS-CONFIRM.
    PERFORM UNTIL WS-CONFIRM = "Y" OR WS-CONFIRM = "N"
        DISPLAY TEN-EMP-ID " " WS-FULL-NAME " attended? (Y/N): "
            WITH NO ADVANCING
        ACCEPT WS-CONFIRM
        MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
    END-PERFORM.
    IF WS-CONFIRM = "Y"
        SET TEN-ATTENDED TO TRUE
        ADD 1 TO WS-ATTEND-COUNT
        PERFORM POST-COMPLETION
    ELSE
        SET TEN-NO-SHOW TO TRUE
        ADD 1 TO WS-ABSENT-COUNT
    END-IF.
    REWRITE ENROLLMENT-RECORD.

*> The completion is dated the last class day; a completion
*> already on file for the course is replaced.
POST-COMPLETION.
    MOVE TEN-EMP-ID TO CRT-EMP-ID.
    MOVE TSN-COURSE TO CRT-COURSE.
    MOVE TSN-END-DATE TO CRT-COMPLETED.
    MOVE TSN-END-DATE TO WS-COMP-DATE.
    PERFORM COMPUTE-EXPIRY-DATE.
    WRITE CERT-RECORD
        INVALID KEY
            REWRITE CERT-RECORD
    END-WRITE.

*> Completion date plus the validity months; the day clamps to
*> the end of the target month so Jan 31 + 1 month lands on the
*> last day of February.
COMPUTE-EXPIRY-DATE.
    IF CRS-VALID-MONTHS = ZERO
        MOVE ZERO TO CRT-EXPIRY-DATE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-COMP-YY TO WS-EXP-YY.
    COMPUTE WS-EXP-MM = WS-COMP-MM + CRS-VALID-MONTHS.
    PERFORM UNTIL WS-EXP-MM <= 12
        SUBTRACT 12 FROM WS-EXP-MM
        ADD 1 TO WS-EXP-YY
    END-PERFORM.
    MOVE WS-COMP-DD TO WS-EXP-DD.
    PERFORM DERIVE-EXPIRY-MONTH-END.
    IF WS-EXP-DD > WS-DAYS-IN-MONTH
        MOVE WS-DAYS-IN-MONTH TO WS-EXP-DD
    END-IF.
    COMPUTE CRT-EXPIRY-DATE = WS-EXP-YY * 10000
        + WS-EXP-MM * 100 + WS-EXP-DD.

*> Same month-length rule (including the Feb 29 leap test) the
*> DATEVAL copybook and the fiscal calendar apply.
DERIVE-EXPIRY-MONTH-END.
    EVALUATE WS-EXP-MM
        WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
            MOVE 31 TO WS-DAYS-IN-MONTH
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO WS-DAYS-IN-MONTH
        WHEN 2
            IF FUNCTION MOD(WS-EXP-YY, 400) = 0 OR
               (FUNCTION MOD(WS-EXP-YY, 4) = 0 AND
                FUNCTION MOD(WS-EXP-YY, 100) NOT = 0)
                MOVE 29 TO WS-DAYS-IN-MONTH
            ELSE
                MOVE 28 TO WS-DAYS-IN-MONTH
            END-IF
    END-EVALUATE.

SESSION-ROSTER.
    PERFORM FIND-SESSION.
    IF WS-SESSION-STATUS NOT = "00"
        MOVE "00" TO WS-SESSION-STATUS
        EXIT PARAGRAPH
    END-IF.
    PERFORM SET-SESSION-STATUS-TEXT.
    DISPLAY "Session  : " TSN-SESSION-ID "  " TSN-COURSE "  "
        WS-STATUS-TEXT.
    DISPLAY "Dates    : " TSN-START-DATE " to " TSN-END-DATE.
    DISPLAY "Venue    : " TSN-VENUE.
    DISPLAY "Trainer  : " TSN-TRAINER.
    DISPLAY "Seats    : " TSN-ENROLLED " of " TSN-CAPACITY
        "  waitlisted " TSN-WAITLISTED.
    DISPLAY "EMP-ID STATUS     WAIT NAME".
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE TSN-SESSION-ID TO TEN-SESSION-ID.
    MOVE ZERO TO TEN-EMP-ID.
    START ENROLL-FILE KEY IS >= TEN-KEY
        INVALID KEY
            MOVE "10" TO WS-ENROLL-STATUS
    END-START.
    PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
        READ ENROLL-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF TEN-SESSION-ID NOT = TSN-SESSION-ID
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-LIST-COUNT
        MOVE TEN-EMP-ID TO EMP-ID
        READ EMPLOYEE-MASTER
            INVALID KEY
                MOVE "** NOT ON MASTER **" TO WS-FULL-NAME
            NOT INVALID KEY
                PERFORM FORMAT-EMPLOYEE-NAME
        END-READ
        EVALUATE TRUE
            WHEN TEN-ENROLLED
                MOVE "ENROLLED" TO WS-STATUS-TEXT
            WHEN TEN-WAITLISTED
                MOVE "WAITLIST" TO WS-STATUS-TEXT
            WHEN TEN-ATTENDED
                MOVE "ATTENDED" TO WS-STATUS-TEXT
            WHEN TEN-NO-SHOW
                MOVE "NO-SHOW" TO WS-STATUS-TEXT
            WHEN OTHER
                MOVE "WITHDRAWN" TO WS-STATUS-TEXT
        END-EVALUATE
        DISPLAY TEN-EMP-ID " " WS-STATUS-TEXT " " TEN-WAIT-SEQ "  "
            WS-FULL-NAME
    END-PERFORM.
    MOVE "00" TO WS-ENROLL-STATUS.
    IF WS-LIST-COUNT = ZERO
        DISPLAY "No one enrolled yet."
    END-IF.

SET-SESSION-STATUS-TEXT.
    EVALUATE TRUE
        WHEN TSN-SCHEDULED
            MOVE "SCHEDULED" TO WS-STATUS-TEXT
        WHEN TSN-ATTENDED
            MOVE "COMPLETED" TO WS-STATUS-TEXT
        WHEN OTHER
            MOVE "CANCELLED" TO WS-STATUS-TEXT
    END-EVALUATE.

LIST-UPCOMING-SESSIONS.
    DISPLAY "SESSN  COURSE   START    END      VENUE"
        "                SEATS WAIT".
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE ZERO TO TSN-SESSION-ID.
    START SESSION-FILE KEY IS >= TSN-SESSION-ID
        INVALID KEY
            MOVE "10" TO WS-SESSION-STATUS
    END-START.
    PERFORM UNTIL WS-SESSION-STATUS NOT = "00"
        READ SESSION-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF TSN-SCHEDULED AND TSN-END-DATE >= WS-RUN-DATE
            ADD 1 TO WS-LIST-COUNT
            DISPLAY TSN-SESSION-ID " " TSN-COURSE " "
                TSN-START-DATE " " TSN-END-DATE " " TSN-VENUE " "
                TSN-ENROLLED "/" TSN-CAPACITY " " TSN-WAITLISTED
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-SESSION-STATUS.
    IF WS-LIST-COUNT = ZERO
        DISPLAY "No upcoming sessions."
    END-IF.

CANCEL-SESSION.
    PERFORM FIND-SESSION.
    IF WS-SESSION-STATUS NOT = "00"
        MOVE "00" TO WS-SESSION-STATUS
        EXIT PARAGRAPH
    END-IF.
    IF NOT TSN-SCHEDULED
        DISPLAY "Session is no longer open."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Cancel session " TSN-SESSION-ID " with " TSN-ENROLLED
        " enrolled? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "No change made."
        EXIT PARAGRAPH
    END-IF.
    MOVE TSN-SESSION-ID TO TEN-SESSION-ID.
    MOVE ZERO TO TEN-EMP-ID.
    START ENROLL-FILE KEY IS >= TEN-KEY
        INVALID KEY
            MOVE "10" TO WS-ENROLL-STATUS
    END-START.
    PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
        READ ENROLL-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF TEN-SESSION-ID NOT = TSN-SESSION-ID
            EXIT PERFORM
        END-IF
        IF TEN-ENROLLED OR TEN-WAITLISTED
            SET TEN-WITHDRAWN TO TRUE
            REWRITE ENROLLMENT-RECORD
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-ENROLL-STATUS.
    SET TSN-CANCELLED TO TRUE.
    MOVE WS-RUN-DATE TO TSN-LAST-CHANGE.
    MOVE WS-OPERATOR-ID TO TSN-CHANGED-BY.
    REWRITE TRAINING-SESSION-RECORD.
    DISPLAY "Session " TSN-SESSION-ID " cancelled.".

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
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
