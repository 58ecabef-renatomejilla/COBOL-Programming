*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Overtime authorization maintenance over otauth.dat.
*>              A supervisor approves overtime for an employee and
*>              work date with the most hours allowed and a reason;
*>              the approver is the signed-on operator. Only an
*>              approved authorization lets WS-PREMIUM-PAY pay clock
*>              time beyond the standard day. List an employee's
*>              authorizations for a month, or cancel one that
*>              should no longer be paid (it stays on file, marked
*>              cancelled).

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-OT-AUTH.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OT-AUTH-FILE ASSIGN TO "otauth.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OTA-KEY
            FILE STATUS IS WS-OTA-STATUS.

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
    FD OT-AUTH-FILE.
    COPY OTAUTH.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    WORKING-STORAGE SECTION.
    01 WS-OTA-STATUS        PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-DATE-IN           PIC 9(8).
    01 WS-HOURS-IN          PIC 99V99.
    01 WS-REASON-IN         PIC X(30).
    01 WS-MONTH-IN          PIC 9(6).
    01 WS-CONFIRM           PIC X.
    01 WS-LIST-COUNT        PIC 9(3).
    01 WS-HOURS-DISP        PIC Z9.99.
    COPY DATESRV.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-OPERATOR-ID.

    OPEN I-O OT-AUTH-FILE.
    IF WS-OTA-STATUS = "35"
        OPEN OUTPUT OT-AUTH-FILE
        CLOSE OT-AUTH-FILE
        OPEN I-O OT-AUTH-FILE
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        CLOSE OT-AUTH-FILE
        GOBACK
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== OVERTIME AUTHORIZATION ===="
        DISPLAY "1 - Approve Overtime"
        DISPLAY "2 - List Authorizations for a Month"
        DISPLAY "3 - Cancel an Authorization"
        DISPLAY "4 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM APPROVE-OVERTIME
            WHEN 2
                PERFORM LIST-AUTHORIZATIONS
            WHEN 3
                PERFORM CANCEL-AUTHORIZATION
            WHEN 4
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE OT-AUTH-FILE.
    CLOSE EMPLOYEE-MASTER.
    DISPLAY "Overtime authorization ended.".
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

*> One authorization per employee per date; approving a date that
*> already has one replaces the hours, reason and approver.
APPROVE-OVERTIME.
    DISPLAY "Employee ID            : " WITH NO ADVANCING.
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
        DISPLAY "Employee is separated - overtime not approved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Employee: " EMP-NAME " " EMP-SURNAME.
    DISPLAY "Work date YYYYMMDD     : " WITH NO ADVANCING.
    ACCEPT WS-DATE-IN.
    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-DATE-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y"
        DISPLAY "Not a valid calendar date - not saved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Hours approved (max)   : " WITH NO ADVANCING.
    ACCEPT WS-HOURS-IN.
    IF WS-HOURS-IN = ZERO OR WS-HOURS-IN > 16
        DISPLAY "Hours must be more than 0 and at most 16 "
            "- not saved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Reason                 : " WITH NO ADVANCING.
    ACCEPT WS-REASON-IN.

    MOVE WS-LOOKUP-ID TO OTA-EMP-ID.
    MOVE WS-DATE-IN TO OTA-DATE.
    READ OT-AUTH-FILE
        INVALID KEY
            MOVE "23" TO WS-OTA-STATUS
    END-READ.
    MOVE WS-LOOKUP-ID TO OTA-EMP-ID.
    MOVE WS-DATE-IN TO OTA-DATE.
    MOVE WS-HOURS-IN TO OTA-HOURS.
    SET OTA-APPROVED TO TRUE.
    MOVE WS-OPERATOR-ID TO OTA-APPROVED-BY.
    MOVE WS-RUN-DATE TO OTA-APPROVED-ON.
    MOVE WS-REASON-IN TO OTA-REASON.
    IF WS-OTA-STATUS = "00"
        REWRITE OT-AUTH-RECORD
        DISPLAY "Authorization replaced."
    ELSE
        WRITE OT-AUTH-RECORD
        DISPLAY "Overtime approved."
    END-IF.

LIST-AUTHORIZATIONS.
    DISPLAY "Employee ID            : " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Month YYYYMM           : " WITH NO ADVANCING.
    ACCEPT WS-MONTH-IN.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE WS-LOOKUP-ID TO OTA-EMP-ID.
    COMPUTE OTA-DATE = WS-MONTH-IN * 100.
    START OT-AUTH-FILE KEY IS NOT LESS THAN OTA-KEY
        INVALID KEY
            MOVE "10" TO WS-OTA-STATUS
    END-START.
    PERFORM UNTIL WS-OTA-STATUS NOT = "00"
        READ OT-AUTH-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF OTA-EMP-ID NOT = WS-LOOKUP-ID
                OR OTA-DATE(1:6) NOT = WS-MONTH-IN
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-LIST-COUNT
        MOVE OTA-HOURS TO WS-HOURS-DISP
        DISPLAY OTA-DATE " " WS-HOURS-DISP " HRS  "
            OTA-STATUS " " OTA-APPROVED-BY " " OTA-REASON
    END-PERFORM.
    IF WS-LIST-COUNT = ZERO
        DISPLAY "No authorizations for " WS-LOOKUP-ID
            " in " WS-MONTH-IN "."
    ELSE
        DISPLAY WS-LIST-COUNT " authorization(s). A approved, "
            "C cancelled."
    END-IF.

CANCEL-AUTHORIZATION.
    DISPLAY "Employee ID            : " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Work date YYYYMMDD     : " WITH NO ADVANCING.
    ACCEPT WS-DATE-IN.
    MOVE WS-LOOKUP-ID TO OTA-EMP-ID.
    MOVE WS-DATE-IN TO OTA-DATE.
    READ OT-AUTH-FILE
        INVALID KEY
            DISPLAY "No authorization on file for that date."
            EXIT PARAGRAPH
    END-READ.
    IF OTA-CANCELLED
        DISPLAY "Authorization is already cancelled."
        EXIT PARAGRAPH
    END-IF.
    MOVE OTA-HOURS TO WS-HOURS-DISP.
    DISPLAY "Cancel " WS-HOURS-DISP " hours approved by "
        OTA-APPROVED-BY "? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
        SET OTA-CANCELLED TO TRUE
        MOVE WS-OPERATOR-ID TO OTA-APPROVED-BY
        MOVE WS-RUN-DATE TO OTA-APPROVED-ON
        REWRITE OT-AUTH-RECORD
        DISPLAY "Authorization cancelled."
    ELSE
        DISPLAY "No change made."
    END-IF.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
