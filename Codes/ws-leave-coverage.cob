*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Forward-looking leave coverage calendar. For a
*>              window of days from a chosen start, lays the
*>              approved leave on leavehist.dat and the requests
*>              still waiting in leavereq.dat over the calendar for
*>              every branch (EMP-LOCATION) - the branch as a whole
*>              and each department (EMP-DEPT) in it - and counts
*>              the people available on each working day: active
*>              headcount less those on approved leave less those
*>              with a pending request. Weekends are left off and
*>              holidays.dat days are marked. A day is flagged when
*>              availability falls below the minimum held on
*>              minstaff.dat for the branch or department, or
*>              would if the pending requests were approved. Each
*>              section ends with the leave behind the counts.
*>              Output in leavecov.rpt. Run from the menu by an
*>              operator whose access scope (operscope.dat) names
*>              branches, only those branches are reported.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-LEAVE-COVERAGE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT HISTORY-FILE ASSIGN TO "leavehist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT REQUEST-FILE ASSIGN TO "leavereq.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REQUEST-STATUS.

        SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HOLIDAY-STATUS.

        SELECT MIN-STAFF-FILE ASSIGN TO "minstaff.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MNS-KEY
            FILE STATUS IS WS-MIN-STATUS.

        SELECT REPORT-FILE ASSIGN TO "leavecov.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD HISTORY-FILE.
    COPY LEAVHIST.

    FD REQUEST-FILE.
    COPY LEAVEREQ.

    FD HOLIDAY-FILE.
    COPY HOLREC.

    FD MIN-STAFF-FILE.
    COPY MINSTAFF.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(100).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-REQUEST-STATUS    PIC XX.
    01 WS-HOLIDAY-STATUS    PIC XX.
    01 WS-MIN-STATUS        PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-WINDOW-START      PIC 9(8).
    01 WS-WINDOW-END        PIC 9(8).
    01 WS-WINDOW-DAYS       PIC 99.
    01 WS-INT-START         PIC 9(8).
    01 WS-INT-DAY           PIC 9(8).
    01 WS-DAY-IDX           PIC 99.
    01 WS-CUR-DATE          PIC 9(8).
    01 WS-DAY-NAME          PIC X(3).
    01 WS-DOW               PIC 9.
    01 WS-HOL-NAME          PIC X(30).

*> Active staff, one entry per employee.
    01 WS-STAFF-TOTAL       PIC 9(4) VALUE ZERO.
    01 WS-STAFF-DROPPED     PIC 9(5) VALUE ZERO.
    01 WS-STAFF-IDX         PIC 9(4).
    01 WS-STAFF-TABLE.
        05 WS-STAFF-ENTRY OCCURS 5000 TIMES.
            10 WS-STF-EMP-ID    PIC 9(6).
            10 WS-STF-BRANCH    PIC X(15).
            10 WS-STF-DEPT      PIC X(10).

*> Branch and branch/department sections, kept in order; the
*> branch line (department blank) sorts ahead of its departments.
    01 WS-GROUP-TOTAL       PIC 999 VALUE ZERO.
    01 WS-GROUP-IDX         PIC 999.
    01 WS-GROUP-POS         PIC 999.
    01 WS-GROUP-TABLE.
        05 WS-GROUP-ENTRY OCCURS 400 TIMES.
            10 WS-GRP-BRANCH    PIC X(15).
            10 WS-GRP-DEPT      PIC X(10).
            10 WS-GRP-HEAD      PIC 9(4).
            10 WS-GRP-MINIMUM   PIC 9(3).
    01 WS-NEW-BRANCH        PIC X(15).
    01 WS-NEW-DEPT          PIC X(10).

*> Leave touching the window: A approved, P pending.
    01 WS-SPELL-TOTAL       PIC 9(4) VALUE ZERO.
    01 WS-SPELL-DROPPED     PIC 9(5) VALUE ZERO.
    01 WS-SPELL-IDX         PIC 9(4).
    01 WS-SPELL-TABLE.
        05 WS-SPELL-ENTRY OCCURS 3000 TIMES.
            10 WS-SPL-STAFF     PIC 9(4).
            10 WS-SPL-TYPE      PIC X.
            10 WS-SPL-START     PIC 9(8).
            10 WS-SPL-END       PIC 9(8).
            10 WS-SPL-STATUS    PIC X.
    01 WS-REQ-START         PIC 9(8).
    01 WS-REQ-END           PIC 9(8).
    01 WS-ALREADY-APPROVED  PIC X.
    01 WS-FIND-EMP-ID       PIC 9(6).

    01 WS-HOLIDAY-TOTAL     PIC 999 VALUE ZERO.
    01 WS-HOL-IDX           PIC 999.
    01 WS-HOLIDAY-TABLE.
        05 WS-HOLIDAY-ENTRY OCCURS 100 TIMES.
            10 WS-HOL-DATE      PIC 9(8).
            10 WS-HOL-DESC      PIC X(30).

*> One section's day.
    01 WS-OUT-APPROVED      PIC 9(4).
    01 WS-OUT-PENDING       PIC 9(4).
    01 WS-AVAIL-NOW         PIC S9(4).
    01 WS-AVAIL-ALL         PIC S9(4).
    01 WS-SECTION-FLAGS     PIC 9(3).
    01 WS-SECTION-SPELLS    PIC 9(4).
    01 WS-IN-GROUP          PIC X.
    01 WS-FLAG-TEXT         PIC X(22).
    01 WS-TOT-FLAG-DAYS     PIC 9(5) VALUE ZERO.
    01 WS-TOT-FLAG-GROUPS   PIC 9(4) VALUE ZERO.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY DATESRV.
    COPY RPTREG.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 9(5).

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(27)
            VALUE "LEAVE COVERAGE CALENDAR    ".
        05 FILLER          PIC X(6)  VALUE "FROM  ".
        05 RPT-TITLE-FROM  PIC 9(8).
        05 FILLER          PIC X(8)  VALUE "  THRU  ".
        05 RPT-TITLE-THRU  PIC 9(8).
        05 FILLER          PIC X(14) VALUE "   Run date:  ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-LEGEND-LINE.
        05 FILLER          PIC X(60) VALUE
            "AVAIL = headcount less approved leave; IF ALL = less pe".
        05 FILLER          PIC X(22) VALUE "nding requests too.".
    01 RPT-GROUP-LINE.
        05 FILLER          PIC X(8)  VALUE "BRANCH: ".
        05 RPT-GRP-BRANCH  PIC X(15).
        05 FILLER          PIC X(8)  VALUE "  DEPT: ".
        05 RPT-GRP-DEPT    PIC X(16).
        05 FILLER          PIC X(12) VALUE "  HEADCOUNT ".
        05 RPT-GRP-HEAD    PIC ZZZ9.
        05 FILLER          PIC X(10) VALUE "  MINIMUM ".
        05 RPT-GRP-MIN     PIC X(4).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(14) VALUE "  DATE".
        05 FILLER          PIC X(10) VALUE "  APPROVED".
        05 FILLER          PIC X(9)  VALUE "  PENDING".
        05 FILLER          PIC X(7)  VALUE "  AVAIL".
        05 FILLER          PIC X(8)  VALUE "  IF ALL".
        05 FILLER          PIC X(6)  VALUE "  NOTE".
    01 RPT-DAY-LINE.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DAY-DATE    PIC 9(8).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DAY-NAME    PIC X(3).
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-DAY-APPR    PIC ZZZ9.
        05 FILLER          PIC X(5)  VALUE SPACES.
        05 RPT-DAY-PEND    PIC ZZZ9.
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-DAY-AVAIL   PIC ---9.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-DAY-ALL     PIC ---9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DAY-NOTE    PIC X(32).
    01 RPT-SPELL-LINE.
        05 FILLER          PIC X(6)  VALUE SPACES.
        05 RPT-SPL-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-SPL-NAME    PIC X(31).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-SPL-DEPT    PIC X(10).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-SPL-TYPE    PIC X.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-SPL-START   PIC 9(8).
        05 FILLER          PIC X(3)  VALUE " - ".
        05 RPT-SPL-END     PIC 9(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-SPL-STATUS  PIC X(8).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(34).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    PERFORM RESOLVE-BRANCH-SCOPE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Coverage from (YYYYMMDD, 0 for today): "
        WITH NO ADVANCING.
    ACCEPT WS-WINDOW-START.
    IF WS-WINDOW-START = ZERO
        MOVE WS-RUN-DATE TO WS-WINDOW-START
    END-IF.
    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-WINDOW-START TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y"
        DISPLAY "Not a valid date."
        GOBACK
    END-IF.
    DISPLAY "Number of days to show (1-62, 0 for 14): "
        WITH NO ADVANCING.
    ACCEPT WS-WINDOW-DAYS.
    IF WS-WINDOW-DAYS = ZERO
        MOVE 14 TO WS-WINDOW-DAYS
    END-IF.
    IF WS-WINDOW-DAYS > 62
        MOVE 62 TO WS-WINDOW-DAYS
    END-IF.
    COMPUTE WS-INT-START = FUNCTION INTEGER-OF-DATE(WS-WINDOW-START).
    COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
        WS-INT-START + WS-WINDOW-DAYS - 1).

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to report."
        GOBACK
    END-IF.
    PERFORM LOAD-STAFF.
    PERFORM LOAD-MINIMUMS.
    PERFORM LOAD-HOLIDAYS.
    PERFORM LOAD-APPROVED-LEAVE.
    PERFORM LOAD-PENDING-REQUESTS.

    OPEN OUTPUT REPORT-FILE.
    MOVE "LEAVE COVERAGE" TO RRG-REPORT-NAME.
    MOVE "leavecov.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "FROM " WS-WINDOW-START " FOR " WS-WINDOW-DAYS " DAYS"
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-WINDOW-START TO RPT-TITLE-FROM.
    MOVE WS-WINDOW-END TO RPT-TITLE-THRU.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    WRITE REPORT-LINE FROM RPT-LEGEND-LINE.

    PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
            UNTIL WS-GROUP-IDX > WS-GROUP-TOTAL
        PERFORM REPORT-ONE-GROUP
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Sections reported                : " TO RPT-TOT-LABEL.
    MOVE WS-GROUP-TOTAL TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Sections with a day below minimum: " TO RPT-TOT-LABEL.
    MOVE WS-TOT-FLAG-GROUPS TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Section-days below minimum       : " TO RPT-TOT-LABEL.
    MOVE WS-TOT-FLAG-DAYS TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Leave spells on the calendar     : " TO RPT-TOT-LABEL.
    MOVE WS-SPELL-TOTAL TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    IF WS-STAFF-DROPPED > ZERO OR WS-SPELL-DROPPED > ZERO
        MOVE "Entries beyond table limits      : " TO RPT-TOT-LABEL
        COMPUTE RPT-TOT-COUNT = WS-STAFF-DROPPED + WS-SPELL-DROPPED
        WRITE REPORT-LINE FROM RPT-TOTAL-LINE
    END-IF.
    PERFORM WRITE-SCOPE-FOOTER.
    CLOSE REPORT-FILE.
    CLOSE EMPLOYEE-MASTER.

    MOVE WS-GROUP-TOTAL TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
    DISPLAY "Leave coverage written to leavecov.rpt - "
        WS-TOT-FLAG-DAYS " section-day(s) below minimum.".
GOBACK.

*> Every active employee counts toward the headcount of the
*> branch and of the branch's department. A branch outside the
*> operator's scope never gets a section, and its people's leave
*> finds no one to attach to.
LOAD-STAFF.
    MOVE LOW-VALUES TO EMP-ID.
    START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-EMP-FILE-STATUS NOT = "00"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        PERFORM CHECK-EMPLOYEE-SCOPE
        IF BSC-IN-SCOPE NOT = "Y"
            ADD 1 TO WS-SCOPE-OMITTED
            EXIT PERFORM CYCLE
        END-IF
        IF NOT EMP-SEPARATED
            IF WS-STAFF-TOTAL < 5000
                ADD 1 TO WS-STAFF-TOTAL
                MOVE EMP-ID TO WS-STF-EMP-ID(WS-STAFF-TOTAL)
                MOVE EMP-LOCATION TO WS-STF-BRANCH(WS-STAFF-TOTAL)
                MOVE EMP-DEPT TO WS-STF-DEPT(WS-STAFF-TOTAL)
                MOVE EMP-LOCATION TO WS-NEW-BRANCH
                MOVE SPACES TO WS-NEW-DEPT
                PERFORM ADD-TO-GROUP
                MOVE EMP-DEPT TO WS-NEW-DEPT
                IF WS-NEW-DEPT NOT = SPACES
                    PERFORM ADD-TO-GROUP
                END-IF
            ELSE
                ADD 1 TO WS-STAFF-DROPPED
            END-IF
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-EMP-FILE-STATUS.

*> Finds the section or inserts it in branch/department order, then
*> counts the employee in it.
ADD-TO-GROUP.
    MOVE ZERO TO WS-GROUP-POS.
    PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
            UNTIL WS-GROUP-IDX > WS-GROUP-TOTAL
        IF WS-GRP-BRANCH(WS-GROUP-IDX) = WS-NEW-BRANCH
                AND WS-GRP-DEPT(WS-GROUP-IDX) = WS-NEW-DEPT
            ADD 1 TO WS-GRP-HEAD(WS-GROUP-IDX)
            EXIT PARAGRAPH
        END-IF
        IF WS-GROUP-POS = ZERO
            IF WS-GRP-BRANCH(WS-GROUP-IDX) > WS-NEW-BRANCH
                    OR (WS-GRP-BRANCH(WS-GROUP-IDX) = WS-NEW-BRANCH
                        AND WS-GRP-DEPT(WS-GROUP-IDX) > WS-NEW-DEPT)
                MOVE WS-GROUP-IDX TO WS-GROUP-POS
            END-IF
        END-IF
    END-PERFORM.
    IF WS-GROUP-TOTAL >= 400
        EXIT PARAGRAPH
    END-IF.
    IF WS-GROUP-POS = ZERO
        COMPUTE WS-GROUP-POS = WS-GROUP-TOTAL + 1
    END-IF.
    PERFORM VARYING WS-GROUP-IDX FROM WS-GROUP-TOTAL BY -1
            UNTIL WS-GROUP-IDX < WS-GROUP-POS
        MOVE WS-GROUP-ENTRY(WS-GROUP-IDX)
            TO WS-GROUP-ENTRY(WS-GROUP-IDX + 1)
    END-PERFORM.
    ADD 1 TO WS-GROUP-TOTAL.
    MOVE WS-NEW-BRANCH TO WS-GRP-BRANCH(WS-GROUP-POS).
    MOVE WS-NEW-DEPT TO WS-GRP-DEPT(WS-GROUP-POS).
    MOVE 1 TO WS-GRP-HEAD(WS-GROUP-POS).
    MOVE ZERO TO WS-GRP-MINIMUM(WS-GROUP-POS).

LOAD-MINIMUMS.
    OPEN INPUT MIN-STAFF-FILE.
    IF WS-MIN-STATUS NOT = "00"
        DISPLAY "minstaff.dat not found - no minimums to check."
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
            UNTIL WS-GROUP-IDX > WS-GROUP-TOTAL
        MOVE WS-GRP-BRANCH(WS-GROUP-IDX) TO MNS-BRANCH
        MOVE WS-GRP-DEPT(WS-GROUP-IDX) TO MNS-DEPT
        READ MIN-STAFF-FILE
            NOT INVALID KEY
                MOVE MNS-MINIMUM TO WS-GRP-MINIMUM(WS-GROUP-IDX)
        END-READ
    END-PERFORM.
    CLOSE MIN-STAFF-FILE.

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
        IF HOL-DATE >= WS-WINDOW-START AND HOL-DATE <= WS-WINDOW-END
                AND WS-HOLIDAY-TOTAL < 100
            ADD 1 TO WS-HOLIDAY-TOTAL
            MOVE HOL-DATE TO WS-HOL-DATE(WS-HOLIDAY-TOTAL)
            MOVE HOL-DESC TO WS-HOL-DESC(WS-HOLIDAY-TOTAL)
        END-IF
    END-PERFORM.
    CLOSE HOLIDAY-FILE.

LOAD-APPROVED-LEAVE.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
        READ HISTORY-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF NOT LVH-YEAR-END
                AND LVH-START-DATE <= WS-WINDOW-END
                AND LVH-END-DATE >= WS-WINDOW-START
            MOVE LVH-EMP-ID TO WS-FIND-EMP-ID
            PERFORM FIND-STAFF
            IF WS-STAFF-IDX NOT = ZERO
                MOVE LVH-START-DATE TO WS-REQ-START
                MOVE LVH-END-DATE TO WS-REQ-END
                PERFORM ADD-SPELL
                IF WS-SPELL-IDX NOT = ZERO
                    MOVE LVH-TYPE TO WS-SPL-TYPE(WS-SPELL-IDX)
                    MOVE "A" TO WS-SPL-STATUS(WS-SPELL-IDX)
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    CLOSE HISTORY-FILE.

*> The queue is not cleared by the leave run, so a request that
*> matches approved leave exactly has already been applied.
LOAD-PENDING-REQUESTS.
    OPEN INPUT REQUEST-FILE.
    IF WS-REQUEST-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-REQUEST-STATUS NOT = "00"
        READ REQUEST-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF REQUEST-RECORD(1:3) NOT = "HDR"
                AND REQUEST-RECORD(1:3) NOT = "TRL"
                AND LRQ-EMP-ID NUMERIC
                AND LRQ-START NUMERIC AND LRQ-END NUMERIC
            COMPUTE WS-REQ-START = LRQ-START-YY * 10000
                + LRQ-START-MM * 100 + LRQ-START-DD
            COMPUTE WS-REQ-END = LRQ-END-YY * 10000
                + LRQ-END-MM * 100 + LRQ-END-DD
            IF WS-REQ-START <= WS-WINDOW-END
                    AND WS-REQ-END >= WS-WINDOW-START
                    AND WS-REQ-END >= WS-REQ-START
                MOVE LRQ-EMP-ID TO WS-FIND-EMP-ID
                PERFORM FIND-STAFF
                PERFORM CHECK-ALREADY-APPROVED
                IF WS-STAFF-IDX NOT = ZERO
                        AND WS-ALREADY-APPROVED = "N"
                    PERFORM ADD-SPELL
                    IF WS-SPELL-IDX NOT = ZERO
                        MOVE FUNCTION UPPER-CASE(LRQ-TYPE)
                            TO WS-SPL-TYPE(WS-SPELL-IDX)
                        MOVE "P" TO WS-SPL-STATUS(WS-SPELL-IDX)
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    CLOSE REQUEST-FILE.

CHECK-ALREADY-APPROVED.
    MOVE "N" TO WS-ALREADY-APPROVED.
    PERFORM VARYING WS-SPELL-IDX FROM 1 BY 1
            UNTIL WS-SPELL-IDX > WS-SPELL-TOTAL
        IF WS-SPL-STAFF(WS-SPELL-IDX) = WS-STAFF-IDX
                AND WS-SPL-STATUS(WS-SPELL-IDX) = "A"
                AND WS-SPL-START(WS-SPELL-IDX) = WS-REQ-START
                AND WS-SPL-END(WS-SPELL-IDX) = WS-REQ-END
            MOVE "Y" TO WS-ALREADY-APPROVED
            EXIT PERFORM
        END-IF
    END-PERFORM.

FIND-STAFF.
    MOVE ZERO TO WS-STAFF-IDX.
    PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
            UNTIL WS-STAFF-IDX > WS-STAFF-TOTAL
        IF WS-STF-EMP-ID(WS-STAFF-IDX) = WS-FIND-EMP-ID
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.
    MOVE ZERO TO WS-STAFF-IDX.

ADD-SPELL.
    IF WS-SPELL-TOTAL >= 3000
        ADD 1 TO WS-SPELL-DROPPED
        MOVE ZERO TO WS-SPELL-IDX
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-SPELL-TOTAL.
    MOVE WS-SPELL-TOTAL TO WS-SPELL-IDX.
    MOVE WS-STAFF-IDX TO WS-SPL-STAFF(WS-SPELL-IDX).
    MOVE WS-REQ-START TO WS-SPL-START(WS-SPELL-IDX).
    MOVE WS-REQ-END TO WS-SPL-END(WS-SPELL-IDX).

REPORT-ONE-GROUP.
    MOVE ZERO TO WS-SECTION-FLAGS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-GRP-BRANCH(WS-GROUP-IDX) TO RPT-GRP-BRANCH.
    IF WS-GRP-DEPT(WS-GROUP-IDX) = SPACES
        MOVE "(WHOLE BRANCH)" TO RPT-GRP-DEPT
    ELSE
        MOVE WS-GRP-DEPT(WS-GROUP-IDX) TO RPT-GRP-DEPT
    END-IF.
    MOVE WS-GRP-HEAD(WS-GROUP-IDX) TO RPT-GRP-HEAD.
    IF WS-GRP-MINIMUM(WS-GROUP-IDX) = ZERO
        MOVE "NONE" TO RPT-GRP-MIN
    ELSE
        MOVE WS-GRP-MINIMUM(WS-GROUP-IDX) TO RPT-GRP-MIN
    END-IF.
    WRITE REPORT-LINE FROM RPT-GROUP-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
            UNTIL WS-DAY-IDX > WS-WINDOW-DAYS
        COMPUTE WS-INT-DAY = WS-INT-START + WS-DAY-IDX - 1
        COMPUTE WS-CUR-DATE = FUNCTION DATE-OF-INTEGER(WS-INT-DAY)
        SET DSRV-DAY-OF-WEEK TO TRUE
        MOVE WS-CUR-DATE TO DSRV-DATE-A
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
        MOVE DSRV-RESULT-NUM TO WS-DOW
        IF WS-DOW NOT = 0 AND WS-DOW NOT = 6
            PERFORM REPORT-ONE-DAY
        END-IF
    END-PERFORM.
    IF WS-SECTION-FLAGS > ZERO
        ADD 1 TO WS-TOT-FLAG-GROUPS
    END-IF.
    PERFORM LIST-GROUP-SPELLS.

*> Weekends never reach here; holidays are shown but not counted.
REPORT-ONE-DAY.
    MOVE FUNCTION UPPER-CASE(DSRV-RESULT-TEXT(1:3)) TO WS-DAY-NAME.
    MOVE WS-CUR-DATE TO RPT-DAY-DATE.
    MOVE WS-DAY-NAME TO RPT-DAY-NAME.
    MOVE SPACES TO WS-HOL-NAME.
    PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
            UNTIL WS-HOL-IDX > WS-HOLIDAY-TOTAL
        IF WS-HOL-DATE(WS-HOL-IDX) = WS-CUR-DATE
            MOVE WS-HOL-DESC(WS-HOL-IDX) TO WS-HOL-NAME
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-HOL-NAME NOT = SPACES
        MOVE ZERO TO RPT-DAY-APPR RPT-DAY-PEND RPT-DAY-AVAIL
            RPT-DAY-ALL
        MOVE SPACES TO RPT-DAY-NOTE
        STRING "HOLIDAY - " WS-HOL-NAME DELIMITED BY SIZE
            INTO RPT-DAY-NOTE
        WRITE REPORT-LINE FROM RPT-DAY-LINE
        EXIT PARAGRAPH
    END-IF.

    MOVE ZERO TO WS-OUT-APPROVED.
    MOVE ZERO TO WS-OUT-PENDING.
    PERFORM VARYING WS-SPELL-IDX FROM 1 BY 1
            UNTIL WS-SPELL-IDX > WS-SPELL-TOTAL
        IF WS-SPL-START(WS-SPELL-IDX) <= WS-CUR-DATE
                AND WS-SPL-END(WS-SPELL-IDX) >= WS-CUR-DATE
            MOVE WS-SPL-STAFF(WS-SPELL-IDX) TO WS-STAFF-IDX
            PERFORM CHECK-IN-GROUP
            IF WS-IN-GROUP = "Y"
                IF WS-SPL-STATUS(WS-SPELL-IDX) = "A"
                    ADD 1 TO WS-OUT-APPROVED
                ELSE
                    ADD 1 TO WS-OUT-PENDING
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    COMPUTE WS-AVAIL-NOW = WS-GRP-HEAD(WS-GROUP-IDX)
        - WS-OUT-APPROVED.
    COMPUTE WS-AVAIL-ALL = WS-AVAIL-NOW - WS-OUT-PENDING.
    MOVE SPACES TO WS-FLAG-TEXT.
    IF WS-GRP-MINIMUM(WS-GROUP-IDX) > ZERO
        EVALUATE TRUE
            WHEN WS-AVAIL-NOW < WS-GRP-MINIMUM(WS-GROUP-IDX)
                MOVE "** BELOW MINIMUM" TO WS-FLAG-TEXT
            WHEN WS-AVAIL-ALL < WS-GRP-MINIMUM(WS-GROUP-IDX)
                MOVE "** BELOW IF APPROVED" TO WS-FLAG-TEXT
        END-EVALUATE
    END-IF.
    IF WS-FLAG-TEXT NOT = SPACES
        ADD 1 TO WS-SECTION-FLAGS
        ADD 1 TO WS-TOT-FLAG-DAYS
    END-IF.
    MOVE WS-OUT-APPROVED TO RPT-DAY-APPR.
    MOVE WS-OUT-PENDING TO RPT-DAY-PEND.
    MOVE WS-AVAIL-NOW TO RPT-DAY-AVAIL.
    MOVE WS-AVAIL-ALL TO RPT-DAY-ALL.
    MOVE WS-FLAG-TEXT TO RPT-DAY-NOTE.
    WRITE REPORT-LINE FROM RPT-DAY-LINE.

*> The branch section counts every department in the branch.
CHECK-IN-GROUP.
    MOVE "N" TO WS-IN-GROUP.
    IF WS-STF-BRANCH(WS-STAFF-IDX) = WS-GRP-BRANCH(WS-GROUP-IDX)
        IF WS-GRP-DEPT(WS-GROUP-IDX) = SPACES
                OR WS-STF-DEPT(WS-STAFF-IDX)
                    = WS-GRP-DEPT(WS-GROUP-IDX)
            MOVE "Y" TO WS-IN-GROUP
        END-IF
    END-IF.

LIST-GROUP-SPELLS.
    MOVE ZERO TO WS-SECTION-SPELLS.
    PERFORM VARYING WS-SPELL-IDX FROM 1 BY 1
            UNTIL WS-SPELL-IDX > WS-SPELL-TOTAL
        MOVE WS-SPL-STAFF(WS-SPELL-IDX) TO WS-STAFF-IDX
        PERFORM CHECK-IN-GROUP
        IF WS-IN-GROUP = "Y"
            IF WS-SECTION-SPELLS = ZERO
                MOVE "    On leave in the window:" TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            ADD 1 TO WS-SECTION-SPELLS
            PERFORM WRITE-SPELL-LINE
        END-IF
    END-PERFORM.

WRITE-SPELL-LINE.
    MOVE WS-STF-EMP-ID(WS-STAFF-IDX) TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "** NOT ON MASTER **" TO WS-FULL-NAME
        NOT INVALID KEY
            PERFORM FORMAT-EMPLOYEE-NAME
    END-READ.
    MOVE WS-STF-EMP-ID(WS-STAFF-IDX) TO RPT-SPL-ID.
    MOVE WS-FULL-NAME TO RPT-SPL-NAME.
    MOVE WS-STF-DEPT(WS-STAFF-IDX) TO RPT-SPL-DEPT.
    MOVE WS-SPL-TYPE(WS-SPELL-IDX) TO RPT-SPL-TYPE.
    MOVE WS-SPL-START(WS-SPELL-IDX) TO RPT-SPL-START.
    MOVE WS-SPL-END(WS-SPELL-IDX) TO RPT-SPL-END.
    IF WS-SPL-STATUS(WS-SPELL-IDX) = "A"
        MOVE "APPROVED" TO RPT-SPL-STATUS
    ELSE
        MOVE "PENDING" TO RPT-SPL-STATUS
    END-IF.
    WRITE REPORT-LINE FROM RPT-SPELL-LINE.

*> A menu run carries the operator's branch scope in the sign-on
*> context and lists only those branches; a run started outside
*> the menu (the batch schedule) lists every branch.
RESOLVE-BRANCH-SCOPE.
    MOVE "Y" TO BSC-SCOPE-ALL.
    MOVE "N" TO BSC-LOG-REFUSAL.
    MOVE ZERO TO WS-SCOPE-OMITTED.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO BSC-OPERATOR-ID
            MOVE SGN-SCOPE TO BSC-SCOPE
        END-IF
    END-IF.

CHECK-EMPLOYEE-SCOPE.
    MOVE EMP-ID TO BSC-EMP-ID.
    MOVE EMP-LOCATION TO BSC-BRANCH.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.

WRITE-SCOPE-FOOTER.
    IF BSC-SCOPE-ALL = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "Branch scope of " BSC-OPERATOR-ID " applied - "
        WS-SCOPE-OMITTED " employee(s) outside it omitted."
        DELIMITED BY SIZE INTO REPORT-LINE.
    WRITE REPORT-LINE.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
