*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Supervisor approval of the attendance corrections
*>              the branch clerks file through WS-ATTEND-CORR, in
*>              the manner USER-APPROVE decides the user-master
*>              queue. A supervisor signs on, reviews each pending
*>              request against what attdhist.dat holds for the day
*>              and approves, rejects or skips it; the clerk who
*>              filed a request can never approve it. Approved
*>              days replace the day in attdhist.dat, measured
*>              against the employee's shift schedule exactly as
*>              WS-ATTEND-LOAD measures a clock record (so the
*>              shift's grace decides P or L, and minutes late and
*>              undertime are recomputed). The line replaced is
*>              kept on the request as its before-image; a day the
*>              clock never sent is added. Decided requests stay on
*>              attcorr.dat marked A or R with the approver and
*>              date, which is the trail WS-CORR-REPORT reads.
*>              A supervisor reviews only the requests for employees
*>              inside their branch access scope (BRSCOPE); the rest
*>              stay pending for a supervisor who holds that branch.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-CORR-APPROVE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CORRECTION-FILE ASSIGN TO "attcorr.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CORR-STATUS.

        SELECT CORR-WORK-FILE ASSIGN TO "attcorr.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CORR-WORK-STATUS.

        SELECT HISTORY-FILE ASSIGN TO "attdhist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT HIST-WORK-FILE ASSIGN TO "attdhist.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-WORK-STATUS.

        SELECT SHIFT-FILE ASSIGN TO "shifts.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS SHF-CODE
            FILE STATUS IS WS-SHIFT-STATUS.

        SELECT SCHEDULE-FILE ASSIGN TO "schedule.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SCH-KEY
            FILE STATUS IS WS-SCHED-STATUS.

        SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HOLIDAY-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT OPER-FILE ASSIGN TO "opersec.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OPER-ID
            FILE STATUS IS WS-OPER-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD CORRECTION-FILE.
    COPY ATTCORR.

    FD CORR-WORK-FILE.
    01 CORR-WORK-RECORD     PIC X(142).

    FD HISTORY-FILE.
    01 HISTORY-RECORD       PIC X(34).

    FD HIST-WORK-FILE.
    01 HIST-WORK-RECORD     PIC X(34).

    FD SHIFT-FILE.
    COPY SHIFTREC.

    FD SCHEDULE-FILE.
    COPY SCHEDREC.

    FD HOLIDAY-FILE.
    COPY HOLREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD OPER-FILE.
    COPY OPERREC.

    WORKING-STORAGE SECTION.
    01 WS-CORR-STATUS       PIC XX.
    01 WS-CORR-WORK-STATUS  PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-HIST-WORK-STATUS  PIC XX.
    01 WS-SHIFT-STATUS      PIC XX.
    01 WS-SCHED-STATUS      PIC XX.
    01 WS-HOLIDAY-STATUS    PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-OPER-STATUS       PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SUPV-OK           PIC X.
    01 WS-APPROVER-ID       PIC X(8).
    01 WS-SUPV-PW-IN        PIC X(10).
    01 WS-SUPV-PW-CODED     PIC X(10).
    01 WS-DECISION          PIC X.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-DAY-FOUND         PIC X.
    01 WS-PEND-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-APPROVED-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-LEFT-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-ADDED-COUNT       PIC 9(5) VALUE ZERO.
    01 WS-REPLACED-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-SCOPE-SKIP-COUNT  PIC 9(5) VALUE ZERO.

*> Decisions taken this session, applied once the review is over.
    01 WS-DEC-TOTAL         PIC 9(3) VALUE ZERO.
    01 WS-DEC-IDX           PIC 9(3).
    01 WS-DEC-TABLE.
        05 WS-DEC-ENTRY OCCURS 500 TIMES.
            10 WS-DEC-SEQ       PIC 9(6).
            10 WS-DEC-ACTION    PIC X.
            10 WS-DEC-EMP-ID    PIC 9(6).
            10 WS-DEC-DATE      PIC 9(8).
            10 WS-DEC-CODE      PIC X.
            10 WS-DEC-IN        PIC X(4).
            10 WS-DEC-OUT       PIC X(4).
            10 WS-DEC-FOUND     PIC X.
            10 WS-DEC-BEFORE    PIC X(34).

*> Shift measurement, as WS-ATTEND-LOAD does it.
    01 WS-SCHED-OPEN        PIC X VALUE "N".
    01 WS-PATTERN-FOUND     PIC X.
    01 WS-DAY-WEEK.
        05 WS-DAY-SHIFT     PIC X(4) OCCURS 7 TIMES.
    01 WS-DAY-IDX           PIC 9.
    01 WS-IS-HOLIDAY        PIC X.
    01 WS-HOLIDAY-TOTAL     PIC 999 VALUE ZERO.
    01 WS-HOL-IDX           PIC 999.
    01 WS-HOLIDAY-TABLE.
        05 WS-HOL-ENTRY OCCURS 400 TIMES PIC 9(8).
    01 WS-SHIFT-START-MIN   PIC 9(4).
    01 WS-SHIFT-END-MIN     PIC 9(4).
    01 WS-PUNCH-MIN         PIC 9(4).
    01 WS-DIFF-MIN          PIC S9(5).

    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY ATTREC.
    COPY DATESRV.
    COPY BRSCOPE.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM VERIFY-SUPERVISOR.
    IF WS-SUPV-OK NOT = "Y"
        DISPLAY "Supervisor approval failed. Program ends."
        GOBACK
    END-IF.
    PERFORM RESOLVE-BRANCH-SCOPE.

    OPEN INPUT CORRECTION-FILE.
    IF WS-CORR-STATUS NOT = "00"
        DISPLAY "attcorr.dat not found - no correction awaits "
            "approval."
        GOBACK
    END-IF.
    OPEN INPUT EMPLOYEE-MASTER.

    PERFORM UNTIL WS-CORR-STATUS NOT = "00"
        READ CORRECTION-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF COR-PENDING
            ADD 1 TO WS-PEND-COUNT
            PERFORM REVIEW-ONE-REQUEST
        END-IF
    END-PERFORM.
    CLOSE CORRECTION-FILE.
    CLOSE EMPLOYEE-MASTER.

    IF WS-APPROVED-COUNT > ZERO
        PERFORM APPLY-TO-HISTORY
    END-IF.
    IF WS-DEC-TOTAL > ZERO
        PERFORM REWRITE-QUEUE
    END-IF.

    DISPLAY " ".
    DISPLAY "Correction approval complete.".
    DISPLAY "  Pending reviewed      : " WS-PEND-COUNT.
    DISPLAY "  Approved              : " WS-APPROVED-COUNT.
    DISPLAY "  Rejected              : " WS-REJECT-COUNT.
    DISPLAY "  Left pending          : " WS-LEFT-COUNT.
    IF WS-SCOPE-SKIP-COUNT > ZERO
        DISPLAY "  Outside your scope    : " WS-SCOPE-SKIP-COUNT
    END-IF.
    DISPLAY "  History days replaced : " WS-REPLACED-COUNT.
    DISPLAY "  History days added    : " WS-ADDED-COUNT.
GOBACK.

*> A menu session that already carries a supervisor identity needs
*> no second approval; anyone else approves against opersec.dat.
VERIFY-SUPERVISOR.
    MOVE "N" TO WS-SUPV-OK.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y" AND SGN-OPER-LEVEL >= 2
            MOVE SGN-OPERATOR-ID TO WS-APPROVER-ID
            MOVE "Y" TO WS-SUPV-OK
            EXIT PARAGRAPH
        END-IF
    END-IF.
    OPEN INPUT OPER-FILE.
    IF WS-OPER-STATUS NOT = "00"
        DISPLAY "Operator security file not available."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Approving supervisor ID: " WITH NO ADVANCING.
    ACCEPT WS-APPROVER-ID.
    MOVE FUNCTION UPPER-CASE(WS-APPROVER-ID) TO WS-APPROVER-ID.
    DISPLAY "Password               : " WITH NO ADVANCING.
    ACCEPT WS-SUPV-PW-IN.
    MOVE WS-APPROVER-ID TO OPER-ID.
    CALL "PWDCODE" USING WS-SUPV-PW-IN WS-SUPV-PW-CODED.
    READ OPER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF OPER-PASSWORD = WS-SUPV-PW-CODED
                    AND OPER-LEVEL >= 2
                    AND NOT OPER-IS-LOCKED
                MOVE "Y" TO WS-SUPV-OK
            END-IF
    END-READ.
    CLOSE OPER-FILE.

*> A menu session carries the scope loaded at sign-on; a standalone
*> approval loads it for the supervisor just verified. Requests
*> outside it are passed over, not refused, so nothing is logged.
RESOLVE-BRANCH-SCOPE.
    MOVE WS-APPROVER-ID TO BSC-OPERATOR-ID.
    MOVE "N" TO BSC-LOG-REFUSAL.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-SCOPE TO BSC-SCOPE
            EXIT PARAGRAPH
        END-IF
    END-IF.
    SET BSC-LOAD TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.

REVIEW-ONE-REQUEST.
    MOVE "** NOT ON MASTER **" TO WS-FULL-NAME.
    MOVE COR-BRANCH TO BSC-BRANCH.
    MOVE COR-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE EMP-LOCATION TO BSC-BRANCH
            PERFORM FORMAT-EMPLOYEE-NAME
    END-READ.
    MOVE COR-EMP-ID TO BSC-EMP-ID.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.
    IF BSC-IN-SCOPE NOT = "Y"
        ADD 1 TO WS-SCOPE-SKIP-COUNT
        EXIT PARAGRAPH
    END-IF.
    DISPLAY " ".
    DISPLAY "Correction " COR-SEQ " filed " COR-FILED-ON " by "
        COR-FILED-BY " - " COR-BRANCH.
    DISPLAY "  Employee  : " COR-EMP-ID " " WS-FULL-NAME.
    DISPLAY "  Date      : " COR-DATE.
    PERFORM SHOW-DAY-ON-FILE.
    DISPLAY "  Corrected : code " COR-NEW-CODE "  in " COR-NEW-IN
        "  out " COR-NEW-OUT.
    DISPLAY "  Reason    : " COR-REASON.

    IF COR-FILED-BY = WS-APPROVER-ID
        DISPLAY "  Filed by you - another supervisor must decide "
            "this one."
        ADD 1 TO WS-LEFT-COUNT
        EXIT PARAGRAPH
    END-IF.
    IF WS-DEC-TOTAL >= 500
        DISPLAY "  Session is full - decide the rest in another "
            "session."
        ADD 1 TO WS-LEFT-COUNT
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "  Approve, Reject or Skip? (A/R/S): " WITH NO ADVANCING.
    ACCEPT WS-DECISION.
    MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
    EVALUATE WS-DECISION
        WHEN "A"
            ADD 1 TO WS-APPROVED-COUNT
            PERFORM RECORD-DECISION
            DISPLAY "  Approved."
        WHEN "R"
            ADD 1 TO WS-REJECT-COUNT
            PERFORM RECORD-DECISION
            DISPLAY "  Rejected."
        WHEN OTHER
            ADD 1 TO WS-LEFT-COUNT
            DISPLAY "  Left pending."
    END-EVALUATE.

RECORD-DECISION.
    ADD 1 TO WS-DEC-TOTAL.
    MOVE COR-SEQ TO WS-DEC-SEQ(WS-DEC-TOTAL).
    MOVE WS-DECISION TO WS-DEC-ACTION(WS-DEC-TOTAL).
    MOVE COR-EMP-ID TO WS-DEC-EMP-ID(WS-DEC-TOTAL).
    MOVE COR-DATE TO WS-DEC-DATE(WS-DEC-TOTAL).
    MOVE COR-NEW-CODE TO WS-DEC-CODE(WS-DEC-TOTAL).
    MOVE COR-NEW-IN TO WS-DEC-IN(WS-DEC-TOTAL).
    MOVE COR-NEW-OUT TO WS-DEC-OUT(WS-DEC-TOTAL).
    MOVE "N" TO WS-DEC-FOUND(WS-DEC-TOTAL).
    MOVE SPACES TO WS-DEC-BEFORE(WS-DEC-TOTAL).

SHOW-DAY-ON-FILE.
    MOVE "N" TO WS-DAY-FOUND.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS = "00"
        PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
            READ HISTORY-FILE INTO ATTENDANCE-RECORD
                AT END
                    EXIT PERFORM
            END-READ
            IF ATT-EMP-ID NUMERIC
                IF ATT-EMP-ID = COR-EMP-ID AND ATT-DATE = COR-DATE
                    MOVE "Y" TO WS-DAY-FOUND
                    DISPLAY "  On file   : code " ATT-CODE "  in "
                        ATT-TIME-IN "  out " ATT-TIME-OUT
                        "  shift " ATT-SHIFT-CODE
                END-IF
            END-IF
        END-PERFORM
        CLOSE HISTORY-FILE
    END-IF.
    IF WS-DAY-FOUND NOT = "Y"
        DISPLAY "  On file   : nothing - the day will be added"
    END-IF.

*> attdhist.dat is copied through a work file with each approved
*> day replaced; the first line replaced becomes the request's
*> before-image. Approved days the clock never sent are added at
*> the end.
APPLY-TO-HISTORY.
    OPEN INPUT SHIFT-FILE.
    OPEN INPUT SCHEDULE-FILE.
    IF WS-SHIFT-STATUS = "00" AND WS-SCHED-STATUS = "00"
        MOVE "Y" TO WS-SCHED-OPEN
    END-IF.
    PERFORM LOAD-HOLIDAYS.

    OPEN OUTPUT HIST-WORK-FILE.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS = "00"
        PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
            READ HISTORY-FILE INTO ATTENDANCE-RECORD
                AT END
                    EXIT PERFORM
            END-READ
            PERFORM MATCH-HISTORY-DAY
            WRITE HIST-WORK-RECORD FROM ATTENDANCE-RECORD
        END-PERFORM
        CLOSE HISTORY-FILE
    END-IF.
    PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
            UNTIL WS-DEC-IDX > WS-DEC-TOTAL
        IF WS-DEC-ACTION(WS-DEC-IDX) = "A"
                AND WS-DEC-FOUND(WS-DEC-IDX) = "N"
            PERFORM BUILD-CORRECTED-DAY
            WRITE HIST-WORK-RECORD FROM ATTENDANCE-RECORD
            ADD 1 TO WS-ADDED-COUNT
        END-IF
    END-PERFORM.
    CLOSE HIST-WORK-FILE.

    IF WS-SHIFT-STATUS NOT = "35"
        CLOSE SHIFT-FILE
    END-IF.
    IF WS-SCHED-STATUS NOT = "35"
        CLOSE SCHEDULE-FILE
    END-IF.

    OPEN INPUT HIST-WORK-FILE.
    OPEN OUTPUT HISTORY-FILE.
    PERFORM UNTIL WS-HIST-WORK-STATUS NOT = "00"
        READ HIST-WORK-FILE
            AT END
                EXIT PERFORM
        END-READ
        WRITE HISTORY-RECORD FROM HIST-WORK-RECORD
    END-PERFORM.
    CLOSE HIST-WORK-FILE.
    CLOSE HISTORY-FILE.

MATCH-HISTORY-DAY.
    IF ATT-EMP-ID NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
            UNTIL WS-DEC-IDX > WS-DEC-TOTAL
        IF WS-DEC-ACTION(WS-DEC-IDX) = "A"
                AND WS-DEC-EMP-ID(WS-DEC-IDX) = ATT-EMP-ID
                AND WS-DEC-DATE(WS-DEC-IDX) = ATT-DATE
            IF WS-DEC-FOUND(WS-DEC-IDX) = "N"
                MOVE "Y" TO WS-DEC-FOUND(WS-DEC-IDX)
                MOVE ATTENDANCE-RECORD TO WS-DEC-BEFORE(WS-DEC-IDX)
            END-IF
            PERFORM BUILD-CORRECTED-DAY
            ADD 1 TO WS-REPLACED-COUNT
            EXIT PERFORM
        END-IF
    END-PERFORM.

BUILD-CORRECTED-DAY.
    MOVE SPACES TO ATTENDANCE-RECORD.
    MOVE WS-DEC-EMP-ID(WS-DEC-IDX) TO ATT-EMP-ID.
    MOVE WS-DEC-DATE(WS-DEC-IDX) TO ATT-DATE.
    MOVE WS-DEC-CODE(WS-DEC-IDX) TO ATT-CODE.
    MOVE WS-DEC-IN(WS-DEC-IDX) TO ATT-TIME-IN.
    MOVE WS-DEC-OUT(WS-DEC-IDX) TO ATT-TIME-OUT.
    MOVE ZERO TO ATT-LATE-MIN.
    MOVE ZERO TO ATT-UNDER-MIN.
    MOVE "U" TO ATT-SCHED-FLAG.
    MOVE "N" TO WS-PATTERN-FOUND.
    IF WS-SCHED-OPEN = "Y"
        PERFORM FIND-SCHEDULE-PATTERN
    END-IF.
    IF WS-PATTERN-FOUND = "Y"
        PERFORM MEASURE-AGAINST-SHIFT
    END-IF.

FIND-SCHEDULE-PATTERN.
    MOVE WS-DEC-EMP-ID(WS-DEC-IDX) TO SCH-EMP-ID.
    MOVE ZERO TO SCH-EFF-DATE.
    START SCHEDULE-FILE KEY IS NOT LESS THAN SCH-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
        READ SCHEDULE-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF SCH-EMP-ID NOT = WS-DEC-EMP-ID(WS-DEC-IDX)
                OR SCH-EFF-DATE > ATT-DATE
            EXIT PERFORM
        END-IF
        MOVE "Y" TO WS-PATTERN-FOUND
        MOVE SCH-WEEK TO WS-DAY-WEEK
    END-PERFORM.
    MOVE "00" TO WS-SCHED-STATUS.

MEASURE-AGAINST-SHIFT.
    SET DSRV-DAY-OF-WEEK TO TRUE.
    MOVE ATT-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    COMPUTE WS-DAY-IDX = DSRV-RESULT-NUM + 1.
    MOVE WS-DAY-SHIFT(WS-DAY-IDX) TO ATT-SHIFT-CODE.

    IF ATT-SHIFT-CODE = "REST"
        IF ATT-TIME-IN NUMERIC OR ATT-TIME-OUT NUMERIC
            SET ATT-REST-PUNCH TO TRUE
        ELSE
            SET ATT-REST-DAY TO TRUE
        END-IF
        EXIT PARAGRAPH
    END-IF.

    MOVE ATT-SHIFT-CODE TO SHF-CODE.
    READ SHIFT-FILE
        INVALID KEY
            MOVE "U" TO ATT-SCHED-FLAG
            EXIT PARAGRAPH
    END-READ.

    PERFORM CHECK-HOLIDAY.
    IF ATT-ABSENT OR ATT-TIME-IN NOT NUMERIC
        IF WS-IS-HOLIDAY = "Y"
            SET ATT-HOLIDAY-OFF TO TRUE
        ELSE
            SET ATT-NO-SHOW TO TRUE
            MOVE "A" TO ATT-CODE
        END-IF
        EXIT PARAGRAPH
    END-IF.

    SET ATT-ON-SCHEDULE TO TRUE.
    COMPUTE WS-SHIFT-START-MIN =
        FUNCTION NUMVAL(SHF-START(1:2)) * 60
        + FUNCTION NUMVAL(SHF-START(3:2)).
    COMPUTE WS-SHIFT-END-MIN =
        FUNCTION NUMVAL(SHF-END(1:2)) * 60
        + FUNCTION NUMVAL(SHF-END(3:2)).

    COMPUTE WS-PUNCH-MIN = FUNCTION NUMVAL(ATT-TIME-IN(1:2)) * 60
        + FUNCTION NUMVAL(ATT-TIME-IN(3:2)).
    COMPUTE WS-DIFF-MIN = WS-PUNCH-MIN - WS-SHIFT-START-MIN.
    PERFORM WRAP-DIFFERENCE.
    IF WS-DIFF-MIN > SHF-GRACE
        MOVE WS-DIFF-MIN TO ATT-LATE-MIN
        MOVE "L" TO ATT-CODE
    ELSE
        MOVE "P" TO ATT-CODE
    END-IF.

    IF ATT-TIME-OUT NUMERIC
        COMPUTE WS-PUNCH-MIN =
            FUNCTION NUMVAL(ATT-TIME-OUT(1:2)) * 60
            + FUNCTION NUMVAL(ATT-TIME-OUT(3:2))
        COMPUTE WS-DIFF-MIN = WS-SHIFT-END-MIN - WS-PUNCH-MIN
        PERFORM WRAP-DIFFERENCE
        IF WS-DIFF-MIN > ZERO
            MOVE WS-DIFF-MIN TO ATT-UNDER-MIN
        END-IF
    END-IF.

*> Clock and shift times carry no date, so a difference of more
*> than twelve hours is read as the other side of midnight.
WRAP-DIFFERENCE.
    IF WS-DIFF-MIN > 720
        SUBTRACT 1440 FROM WS-DIFF-MIN
    END-IF.
    IF WS-DIFF-MIN < -720
        ADD 1440 TO WS-DIFF-MIN
    END-IF.
    IF WS-DIFF-MIN > 999
        MOVE 999 TO WS-DIFF-MIN
    END-IF.

CHECK-HOLIDAY.
    MOVE "N" TO WS-IS-HOLIDAY.
    PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
            UNTIL WS-HOL-IDX > WS-HOLIDAY-TOTAL
        IF WS-HOL-ENTRY(WS-HOL-IDX) = ATT-DATE
            MOVE "Y" TO WS-IS-HOLIDAY
            EXIT PERFORM
        END-IF
    END-PERFORM.

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
        IF WS-HOLIDAY-TOTAL < 400
            ADD 1 TO WS-HOLIDAY-TOTAL
            MOVE HOL-DATE TO WS-HOL-ENTRY(WS-HOLIDAY-TOTAL)
        END-IF
    END-PERFORM.
    CLOSE HOLIDAY-FILE.

*> The queue is copied through a work file with this session's
*> decisions stamped on, then copied back.
REWRITE-QUEUE.
    OPEN INPUT CORRECTION-FILE.
    OPEN OUTPUT CORR-WORK-FILE.
    PERFORM UNTIL WS-CORR-STATUS NOT = "00"
        READ CORRECTION-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF COR-PENDING
            PERFORM STAMP-DECISION
        END-IF
        WRITE CORR-WORK-RECORD FROM CORRECTION-RECORD
    END-PERFORM.
    CLOSE CORRECTION-FILE.
    CLOSE CORR-WORK-FILE.

    OPEN INPUT CORR-WORK-FILE.
    OPEN OUTPUT CORRECTION-FILE.
    PERFORM UNTIL WS-CORR-WORK-STATUS NOT = "00"
        READ CORR-WORK-FILE
            AT END
                EXIT PERFORM
        END-READ
        WRITE CORRECTION-RECORD FROM CORR-WORK-RECORD
    END-PERFORM.
    CLOSE CORR-WORK-FILE.
    CLOSE CORRECTION-FILE.

STAMP-DECISION.
    PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
            UNTIL WS-DEC-IDX > WS-DEC-TOTAL
        IF WS-DEC-SEQ(WS-DEC-IDX) = COR-SEQ
            IF WS-DEC-ACTION(WS-DEC-IDX) = "A"
                SET COR-APPROVED TO TRUE
                MOVE WS-DEC-FOUND(WS-DEC-IDX) TO COR-BEFORE-FOUND
                MOVE WS-DEC-BEFORE(WS-DEC-IDX) TO COR-BEFORE-IMAGE
            ELSE
                SET COR-REJECTED TO TRUE
            END-IF
            MOVE WS-APPROVER-ID TO COR-DECIDED-BY
            MOVE WS-RUN-DATE TO COR-DECIDED-ON
            EXIT PERFORM
        END-IF
    END-PERFORM.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
