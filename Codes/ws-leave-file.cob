*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Online leave filing form, in the full-screen style
*>              of the WS-INPUT employee entry form. Keying the
*>              employee shows the current vacation and sick
*>              balances from leavebal.dat; each ENTER recomputes
*>              the request's length the way its leave type counts
*>              it (working days, weekends and holidays.dat
*>              skipped, or calendar days) and the balance left
*>              after it. The request is checked as the batch
*>              would check it - employee active, valid dates, the
*>              period open, the type's rules through LEAVERULE,
*>              enough vacation or sick balance - and refused when
*>              it overlaps leave already on leavehist.dat or a
*>              request still waiting in leavereq.dat. Accepted
*>              requests are appended to leavereq.dat for
*>              WS-LEAVE-APPLY to pick up, so the balance is only
*>              deducted when the batch applies it. From the menu,
*>              an employee outside the operator's branch access
*>              scope (operscope.dat) is refused at the form and the
*>              refusal logged to empaccess.log.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-LEAVE-FILE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT BALANCE-FILE ASSIGN TO "leavebal.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS LVB-EMP-ID
            FILE STATUS IS WS-BALANCE-STATUS.

        SELECT REQUEST-FILE ASSIGN TO "leavereq.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REQUEST-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD BALANCE-FILE.
    COPY LEAVEREC.

    FD REQUEST-FILE.
    COPY LEAVEREQ.

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-BALANCE-STATUS    PIC XX.
    01 WS-REQUEST-STATUS    PIC XX.
    01 WS-BALANCE-OPEN      PIC X VALUE "N".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-FILED-COUNT       PIC 9(5) VALUE ZERO.
    01 WS-CONTINUE-ENTRY    PIC X.
    01 WS-CONFIRM-SAVE      PIC X.
    01 WS-FORM-OK           PIC X.
    01 WS-DATE-VALID        PIC X.
    01 WS-DAYS-IN-MONTH     PIC 99.
    01 WS-EMP-OK            PIC X.
    01 WS-DATES-OK          PIC X.
    01 WS-HAS-BALANCE       PIC X.

*> The form's fields.
    01 WS-FORM-EMP-ID       PIC 9(6).
    COPY EMPIDCHK.
    01 WS-FORM-TYPE         PIC X.
    01 WS-START-IN          PIC 9(8).
    01 WS-START-PARTS REDEFINES WS-START-IN.
        05 WS-START-MM      PIC 99.
        05 WS-START-DD      PIC 99.
        05 WS-START-YY      PIC 9999.
    01 WS-END-IN            PIC 9(8).
    01 WS-END-PARTS REDEFINES WS-END-IN.
        05 WS-END-MM        PIC 99.
        05 WS-END-DD        PIC 99.
        05 WS-END-YY        PIC 9999.
    01 WS-START-NUM         PIC 9(8).
    01 WS-END-NUM           PIC 9(8).

*> What the form shows back.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-EMP-BRANCH        PIC X(15).
    01 WS-VAC-DISP          PIC S9(3)V99.
    01 WS-SICK-DISP         PIC S9(3)V99.
    01 WS-TYPE-DESC         PIC X(20).
    01 WS-DAYS-DISP         PIC 9(3).
    01 WS-AFTER-DISP        PIC S9(3)V99.
    01 WS-AFTER-LABEL       PIC X(20).
    01 WS-BAL-AFTER         PIC S9(3)V99.
    01 WS-EMP-MSG           PIC X(38).
    01 WS-TYPE-MSG          PIC X(38).
    01 WS-DATE-MSG          PIC X(38).
    01 WS-FORM-MSG          PIC X(60).
    01 WS-OVERLAP-TEXT      PIC X(38).

    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    01 WS-Q-START           PIC 9(8).
    01 WS-Q-END             PIC 9(8).
    COPY LVRULE.
    COPY PERIODCK.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-LAST-REFUSED      PIC 9(6) VALUE ZERO.

LINKAGE SECTION.
COPY SIGNON.

SCREEN SECTION.
*> One form for the whole request; every ENTER re-checks it and
*> the messages show beside the field in error.
01 LEAVE-FILING-FORM.
    05 BLANK SCREEN.
    05 LINE 1 COL 20 VALUE "========== LEAVE FILING ==========".
    05 LINE 3 COL 3 VALUE "Employee ID (0=exit) :".
    05 LINE 3 COL 26 PIC 9(6) USING WS-FORM-EMP-ID.
    05 LINE 3 COL 43 PIC X(38) FROM WS-EMP-MSG.
    05 LINE 4 COL 3 VALUE "Name                 :".
    05 LINE 4 COL 26 PIC X(31) FROM WS-FULL-NAME.
    05 LINE 5 COL 3 VALUE "Branch               :".
    05 LINE 5 COL 26 PIC X(15) FROM WS-EMP-BRANCH.
    05 LINE 7 COL 3 VALUE "Vacation balance     :".
    05 LINE 7 COL 26 PIC ---9.99 FROM WS-VAC-DISP.
    05 LINE 7 COL 36 VALUE "days".
    05 LINE 8 COL 3 VALUE "Sick balance         :".
    05 LINE 8 COL 26 PIC ---9.99 FROM WS-SICK-DISP.
    05 LINE 8 COL 36 VALUE "days".
    05 LINE 10 COL 3 VALUE "Leave Type           :".
    05 LINE 10 COL 26 PIC X USING WS-FORM-TYPE.
    05 LINE 10 COL 29 PIC X(20) FROM WS-TYPE-DESC.
    05 LINE 10 COL 50 PIC X(30) FROM WS-TYPE-MSG.
    05 LINE 11 COL 3 VALUE "Start Date MMDDYYYY  :".
    05 LINE 11 COL 26 PIC 9(8) USING WS-START-IN.
    05 LINE 12 COL 3 VALUE "End Date MMDDYYYY    :".
    05 LINE 12 COL 26 PIC 9(8) USING WS-END-IN.
    05 LINE 12 COL 43 PIC X(38) FROM WS-DATE-MSG.
    05 LINE 14 COL 3 VALUE "Length               :".
    05 LINE 14 COL 26 PIC ZZ9 FROM WS-DAYS-DISP.
    05 LINE 14 COL 30 VALUE "day(s)".
    05 LINE 15 COL 3 PIC X(20) FROM WS-AFTER-LABEL.
    05 LINE 15 COL 26 PIC ---9.99 FROM WS-AFTER-DISP.
    05 LINE 16 COL 3 PIC X(38) FROM WS-OVERLAP-TEXT.
    05 LINE 18 COL 3 PIC X(60) FROM WS-FORM-MSG.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-BRANCH-SCOPE.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        GOBACK
    END-IF.
    OPEN INPUT BALANCE-FILE.
    IF WS-BALANCE-STATUS = "00"
        MOVE "Y" TO WS-BALANCE-OPEN
    END-IF.

    MOVE "Y" TO WS-CONTINUE-ENTRY.
    PERFORM UNTIL WS-CONTINUE-ENTRY NOT = "Y"
        PERFORM FILE-ONE-REQUEST
        IF WS-FORM-EMP-ID = ZERO
            EXIT PERFORM
        END-IF
        DISPLAY "File another request? (Y/N): " AT LINE 21 COL 3
        ACCEPT WS-CONTINUE-ENTRY AT LINE 21 COL 33
        MOVE FUNCTION UPPER-CASE(WS-CONTINUE-ENTRY)
            TO WS-CONTINUE-ENTRY
    END-PERFORM.

    CLOSE EMPLOYEE-MASTER.
    IF WS-BALANCE-OPEN = "Y"
        CLOSE BALANCE-FILE
    END-IF.
    DISPLAY " ".
    DISPLAY "Session complete. " WS-FILED-COUNT
        " leave request(s) queued for the leave run."
GOBACK.

FILE-ONE-REQUEST.
    MOVE ZERO TO WS-FORM-EMP-ID.
    MOVE SPACE TO WS-FORM-TYPE.
    MOVE ZERO TO WS-START-IN.
    MOVE ZERO TO WS-END-IN.
    PERFORM CLEAR-FORM-RESULTS.
    MOVE "Key the request and press ENTER to check it"
        TO WS-FORM-MSG.

    MOVE "N" TO WS-FORM-OK.
    PERFORM UNTIL WS-FORM-OK = "Y"
        DISPLAY LEAVE-FILING-FORM
        ACCEPT LEAVE-FILING-FORM
        IF WS-FORM-EMP-ID = ZERO
            EXIT PARAGRAPH
        END-IF
        PERFORM VALIDATE-FILING-FORM
    END-PERFORM.

*> The checked request stays on screen with its length and the
*> balance it leaves, for the employee to confirm.
    DISPLAY LEAVE-FILING-FORM.
    DISPLAY "File this request? (Y/N): " AT LINE 20 COL 3.
    ACCEPT WS-CONFIRM-SAVE AT LINE 20 COL 30.
    IF FUNCTION UPPER-CASE(WS-CONFIRM-SAVE) NOT = "Y"
        DISPLAY "Request abandoned - nothing filed."
            AT LINE 20 COL 34
        EXIT PARAGRAPH
    END-IF.
    PERFORM QUEUE-REQUEST.

CLEAR-FORM-RESULTS.
    MOVE SPACES TO WS-FULL-NAME.
    MOVE SPACES TO WS-EMP-BRANCH.
    MOVE ZERO TO WS-VAC-DISP.
    MOVE ZERO TO WS-SICK-DISP.
    MOVE SPACES TO WS-TYPE-DESC.
    MOVE ZERO TO WS-DAYS-DISP.
    MOVE SPACES TO WS-AFTER-LABEL.
    MOVE ZERO TO WS-AFTER-DISP.
    MOVE SPACES TO WS-EMP-MSG.
    MOVE SPACES TO WS-TYPE-MSG.
    MOVE SPACES TO WS-DATE-MSG.
    MOVE SPACES TO WS-FORM-MSG.
    MOVE SPACES TO WS-OVERLAP-TEXT.

VALIDATE-FILING-FORM.
    PERFORM CLEAR-FORM-RESULTS.
    MOVE "Y" TO WS-FORM-OK.
    MOVE FUNCTION UPPER-CASE(WS-FORM-TYPE) TO WS-FORM-TYPE.

    PERFORM VALIDATE-EMPLOYEE.
    PERFORM VALIDATE-DATES.
    IF WS-FORM-TYPE = SPACE
        MOVE "Leave type is required" TO WS-TYPE-MSG
        MOVE "N" TO WS-FORM-OK
    END-IF.

*> The type's rules need a known employee and good dates; the
*> length is shown as soon as there is one to show.
    IF WS-EMP-OK = "Y" AND WS-DATES-OK = "Y"
            AND WS-FORM-TYPE NOT = SPACE
        PERFORM APPLY-LEAVE-RULES
    END-IF.

    IF WS-FORM-OK NOT = "Y"
        IF WS-FORM-MSG = SPACES
            MOVE "Correct the flagged fields and press ENTER"
                TO WS-FORM-MSG
        END-IF
    END-IF.

VALIDATE-EMPLOYEE.
    MOVE "N" TO WS-EMP-OK.
    MOVE "N" TO WS-HAS-BALANCE.
    SET EIC-VALIDATE TO TRUE.
    MOVE WS-FORM-EMP-ID TO EIC-EMP-ID.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        MOVE "Employee ID check digit is wrong" TO WS-EMP-MSG
        MOVE "N" TO WS-FORM-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-FORM-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "Employee not on file" TO WS-EMP-MSG
            MOVE "N" TO WS-FORM-OK
            EXIT PARAGRAPH
    END-READ.
    PERFORM CHECK-EMPLOYEE-SCOPE.
    IF BSC-IN-SCOPE NOT = "Y"
        MOVE "Outside your branch scope" TO WS-EMP-MSG
        MOVE "N" TO WS-FORM-OK
        EXIT PARAGRAPH
    END-IF.
    PERFORM FORMAT-EMPLOYEE-NAME.
    MOVE EMP-LOCATION TO WS-EMP-BRANCH.
    IF EMP-SEPARATED
        MOVE "Employee is separated" TO WS-EMP-MSG
        MOVE "N" TO WS-FORM-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-EMP-OK.
    IF WS-BALANCE-OPEN = "Y"
        MOVE WS-FORM-EMP-ID TO LVB-EMP-ID
        READ BALANCE-FILE
            INVALID KEY
                MOVE "No leave balance yet - accrue first"
                    TO WS-EMP-MSG
            NOT INVALID KEY
                MOVE "Y" TO WS-HAS-BALANCE
                MOVE LVB-VAC-BALANCE TO WS-VAC-DISP
                MOVE LVB-SICK-BALANCE TO WS-SICK-DISP
        END-READ
    ELSE
        MOVE "No leave balances on file" TO WS-EMP-MSG
    END-IF.

VALIDATE-DATES.
    MOVE "N" TO WS-DATES-OK.
    COPY DATEVAL REPLACING DATE-MM BY WS-START-MM
        DATE-DD BY WS-START-DD
        DATE-YY BY WS-START-YY
        VALID-FLAG BY WS-DATE-VALID
        DAYS-IN-MONTH BY WS-DAYS-IN-MONTH.
    IF WS-DATE-VALID NOT = "Y"
        MOVE "Start is not a valid calendar date" TO WS-DATE-MSG
        MOVE "N" TO WS-FORM-OK
        EXIT PARAGRAPH
    END-IF.
    COPY DATEVAL REPLACING DATE-MM BY WS-END-MM
        DATE-DD BY WS-END-DD
        DATE-YY BY WS-END-YY
        VALID-FLAG BY WS-DATE-VALID
        DAYS-IN-MONTH BY WS-DAYS-IN-MONTH.
    IF WS-DATE-VALID NOT = "Y"
        MOVE "End is not a valid calendar date" TO WS-DATE-MSG
        MOVE "N" TO WS-FORM-OK
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-START-NUM = WS-START-YY * 10000
        + WS-START-MM * 100 + WS-START-DD.
    COMPUTE WS-END-NUM = WS-END-YY * 10000
        + WS-END-MM * 100 + WS-END-DD.
    IF WS-END-NUM < WS-START-NUM
        MOVE "End is before start" TO WS-DATE-MSG
        MOVE "N" TO WS-FORM-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-START-NUM TO PCK-DATE.
    CALL "PERIODCK" USING PERIOD-CHECK-AREA.
    IF PCK-CLOSED = "Y"
        MOVE "Start falls in a closed pay period" TO WS-DATE-MSG
        MOVE "N" TO WS-FORM-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-DATES-OK.

*> The same rules the leave run applies, so what the screen
*> accepts the batch will apply.
APPLY-LEAVE-RULES.
    MOVE WS-FORM-EMP-ID TO LVR-EMP-ID.
    COMPUTE LVR-HIRE-DATE = EMP-HIRE-YY * 10000
        + EMP-HIRE-MM * 100 + EMP-HIRE-DD.
    MOVE WS-FORM-TYPE TO LVR-TYPE.
    MOVE WS-START-NUM TO LVR-START-DATE.
    MOVE WS-END-NUM TO LVR-END-DATE.
    CALL "LEAVERULE" USING LEAVE-RULE-AREA.
    MOVE LVR-TYPE-DESC TO WS-TYPE-DESC.
    MOVE LVR-DAYS TO WS-DAYS-DISP.
    IF LVR-ALLOWED NOT = "Y"
        MOVE LVR-REASON TO WS-FORM-MSG
        IF LVR-OVERLAP-START NOT = ZERO
            MOVE SPACES TO WS-OVERLAP-TEXT
            STRING "Already on leave " LVR-OVERLAP-START(5:2) "/"
                LVR-OVERLAP-START(7:2) "/" LVR-OVERLAP-START(1:4)
                " - " LVR-OVERLAP-END(5:2) "/"
                LVR-OVERLAP-END(7:2) "/" LVR-OVERLAP-END(1:4)
                DELIMITED BY SIZE INTO WS-OVERLAP-TEXT
        END-IF
        MOVE "N" TO WS-FORM-OK
        EXIT PARAGRAPH
    END-IF.

    EVALUATE LVR-CHARGE-TO
        WHEN "V"
            MOVE "Vacation after      :" TO WS-AFTER-LABEL
        WHEN "S"
            MOVE "Sick after          :" TO WS-AFTER-LABEL
        WHEN OTHER
            MOVE SPACES TO WS-AFTER-LABEL
    END-EVALUATE.
    IF LVR-CHARGE-TO NOT = SPACE
        IF WS-HAS-BALANCE NOT = "Y"
            MOVE "NO BALANCE RECORD - ACCRUE" TO WS-FORM-MSG
            MOVE "N" TO WS-FORM-OK
            EXIT PARAGRAPH
        END-IF
        IF LVR-CHARGE-TO = "V"
            COMPUTE WS-BAL-AFTER = LVB-VAC-BALANCE - LVR-DAYS
        ELSE
            COMPUTE WS-BAL-AFTER = LVB-SICK-BALANCE - LVR-DAYS
        END-IF
        MOVE WS-BAL-AFTER TO WS-AFTER-DISP
        IF WS-BAL-AFTER < ZERO
            IF LVR-CHARGE-TO = "V"
                MOVE "EXCEEDS VACATION BALANCE" TO WS-FORM-MSG
            ELSE
                MOVE "EXCEEDS SICK BALANCE" TO WS-FORM-MSG
            END-IF
            MOVE "N" TO WS-FORM-OK
            EXIT PARAGRAPH
        END-IF
    END-IF.

    PERFORM CHECK-PENDING-REQUESTS.
    IF WS-FORM-OK = "Y"
        MOVE "Request is valid - confirm below to file it"
            TO WS-FORM-MSG
    END-IF.

*> A request already queued for the same employee and any of the
*> same days would collide when the batch runs.
CHECK-PENDING-REQUESTS.
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
            IF LRQ-EMP-ID = WS-FORM-EMP-ID
                COMPUTE WS-Q-START = LRQ-START-YY * 10000
                    + LRQ-START-MM * 100 + LRQ-START-DD
                COMPUTE WS-Q-END = LRQ-END-YY * 10000
                    + LRQ-END-MM * 100 + LRQ-END-DD
                IF WS-Q-START <= WS-END-NUM
                        AND WS-Q-END >= WS-START-NUM
                    MOVE "OVERLAPS A REQUEST AWAITING THE RUN"
                        TO WS-FORM-MSG
                    MOVE SPACES TO WS-OVERLAP-TEXT
                    STRING "Already requested " LRQ-START(1:2) "/"
                        LRQ-START(3:2) "/" LRQ-START(5:4) " - "
                        LRQ-END(1:2) "/" LRQ-END(3:2) "/"
                        LRQ-END(5:4)
                        DELIMITED BY SIZE INTO WS-OVERLAP-TEXT
                    MOVE "N" TO WS-FORM-OK
                    EXIT PERFORM
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    CLOSE REQUEST-FILE.

QUEUE-REQUEST.
    OPEN EXTEND REQUEST-FILE.
    IF WS-REQUEST-STATUS = "35"
        OPEN OUTPUT REQUEST-FILE
    END-IF.
    MOVE SPACES TO REQUEST-RECORD.
    MOVE WS-FORM-EMP-ID TO LRQ-EMP-ID.
    MOVE WS-FORM-TYPE TO LRQ-TYPE.
    MOVE WS-START-IN TO LRQ-START.
    MOVE WS-END-IN TO LRQ-END.
    WRITE REQUEST-RECORD.
    CLOSE REQUEST-FILE.
    ADD 1 TO WS-FILED-COUNT.
    DISPLAY "Request queued for the leave run." AT LINE 20 COL 34.

*> A menu session carries the operator's branch scope; the form
*> started on its own has no signed-on operator and stays open to
*> every branch, as it always was.
RESOLVE-BRANCH-SCOPE.
    MOVE "Y" TO BSC-SCOPE-ALL.
    MOVE "Y" TO BSC-LOG-REFUSAL.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO BSC-OPERATOR-ID
            MOVE SGN-SCOPE TO BSC-SCOPE
        END-IF
    END-IF.

*> Every ENTER re-checks the form, so a refusal is logged once per
*> employee keyed rather than once per ENTER.
CHECK-EMPLOYEE-SCOPE.
    MOVE EMP-ID TO BSC-EMP-ID.
    MOVE EMP-LOCATION TO BSC-BRANCH.
    IF EMP-ID = WS-LAST-REFUSED
        MOVE "N" TO BSC-LOG-REFUSAL
    ELSE
        MOVE "Y" TO BSC-LOG-REFUSAL
    END-IF.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.
    IF BSC-IN-SCOPE NOT = "Y"
        MOVE EMP-ID TO WS-LAST-REFUSED
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
