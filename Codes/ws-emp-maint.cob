*>              validated reason code instead of deleting the
*>              record, and on-leave/return-to-active are set the
*>              same way. Each action is confirmed on screen before
*>              the REWRITE. A separation also reports any company
*>              loan balance still owed so it is settled from final
*>              pay, and any company property still out so it is
*>              recovered through the separation clearance. The
*>              supervisor (EMP-SUPERVISOR) is set here as well: it
*>              must be an active employee other than the employee,
*>              and the chain above it is walked so no one ends up
*>              reporting to themselves. The employment terms on
*>              empterm.dat - type and probation or contract end -
*>              are changed here too, and a probationer is
*>              regularized with the change written to emphist.dat.
*>              Only employees of the branches in the operator's
*>              access scope (operscope.dat, through BRSCOPE) can
*>              be fetched or have their history shown; any other
*>              is refused and the refusal logged to empaccess.log.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-EMP-MAINT.
            RECORD KEY IS DPN-KEY
            FILE STATUS IS WS-DEP-STATUS.

        SELECT TERMS-FILE ASSIGN TO "empterm.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS ETM-EMP-ID
            FILE STATUS IS WS-TERMS-STATUS.

        SELECT LOAN-FILE ASSIGN TO "loans.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LN-KEY
            FILE STATUS IS WS-LOAN-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    FD DEPENDENT-FILE.
    COPY DEPNREC.

    FD LOAN-FILE.
    COPY LOANREC.

    FD TERMS-FILE.
    COPY EMPTERM.

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    COPY FILESTAT.
    COPY JOURNAL.
    COPY RECLOCK.
    COPY CLEARCHK.
    COPY BRSCOPE.
    01 WS-LOCK-HELD         PIC X VALUE "N".
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-CONFIRM           PIC X.
    01 WS-FOUND-REC         PIC X.
    01 WS-PHONE-IN          PIC X(11).
    01 WS-STATUS-CHOICE     PIC X.
    01 WS-DEPT-IN           PIC X(10).
    01 WS-DEPT-FOUND        PIC X.
    01 WS-SUPER-IN          PIC 9(6).
    01 WS-SUPER-OLD         PIC 9(6).
    01 WS-SUPER-NAME        PIC X(31).
    01 WS-CHAIN-ID          PIC 9(6).
    01 WS-CHAIN-HOPS        PIC 9(4).
    01 WS-CHAIN-LOOP        PIC X.
    01 WS-TERMS-STATUS      PIC XX.
    01 WS-TERMS-ON-FILE     PIC X.
    01 WS-TYPE-IN           PIC X.
        88 WS-TYPE-VALID        VALUE "R" "P" "C" "J".
    01 WS-TERM-END          PIC 9(8).
    01 WS-TERM-DATE-IN      PIC X(8).
    01 WS-TERM-PARTS REDEFINES WS-TERM-DATE-IN.
        05 WS-TERM-MM       PIC 99.
        05 WS-TERM-DD       PIC 99.
        05 WS-TERM-YY       PIC 9999.
    01 WS-TERM-VALID        PIC X.
    01 WS-PROB-MM           PIC 99.
    01 WS-PROB-DD           PIC 99.
    01 WS-PROB-YY           PIC 9999.
    01 WS-DEP-STATUS        PIC XX.
    01 WS-DEP-COUNT         PIC 9(3).
    01 WS-LOAN-STATUS       PIC XX.
    01 WS-LOAN-COUNT        PIC 99.
    01 WS-LOAN-OWED         PIC 9(9)V99.
    01 WS-LOAN-OWED-DISP    PIC ZZZ,ZZZ,ZZ9.99.
    01 WS-SEP-DATE-IN       PIC 9(8).
    01 WS-SEP-PARTS REDEFINES WS-SEP-DATE-IN.
        05 WS-SEP-MM        PIC 99.
PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    PERFORM RESOLVE-OPERATOR-ID.
    PERFORM RESOLVE-BRANCH-SCOPE.

    OPEN I-O EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "3 - Correct Name Spelling"
        DISPLAY "4 - Separation / Status Change"
        DISPLAY "5 - View Change History"
        DISPLAY "6 - Change Supervisor"
        DISPLAY "7 - Employment Type / Contract End"
        DISPLAY "8 - Regularize Probationer"
        DISPLAY "9 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 5
                PERFORM SHOW-CHANGE-HISTORY
            WHEN 6
                PERFORM CHANGE-SUPERVISOR
                PERFORM RELEASE-EMPLOYEE-LOCK
            WHEN 7
                PERFORM CHANGE-EMPLOYMENT-TERMS
                PERFORM RELEASE-EMPLOYEE-LOCK
            WHEN 8
                PERFORM REGULARIZE-PROBATIONER
                PERFORM RELEASE-EMPLOYEE-LOCK
            WHEN 9
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
    END-PERFORM.
    MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID.

*> The branch scope travels in the sign-on context from the menu;
*> a standalone start loads it for the operator just named.
RESOLVE-BRANCH-SCOPE.
    MOVE WS-OPERATOR-ID TO BSC-OPERATOR-ID.
    MOVE "Y" TO BSC-LOG-REFUSAL.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-SCOPE TO BSC-SCOPE
            EXIT PARAGRAPH
        END-IF
    END-IF.
    SET BSC-LOAD TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.

CHECK-EMPLOYEE-SCOPE.
    MOVE EMP-ID TO BSC-EMP-ID.
    MOVE EMP-LOCATION TO BSC-BRANCH.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.
    IF BSC-IN-SCOPE NOT = "Y"
        DISPLAY "Employee " EMP-ID " is outside your branch "
            "scope - access refused."
    END-IF.

*> The record is locked through RECLOCK for the editing window;
*> a refusal names the holding operator, and the lock releases
*> when the action completes (or through LOCK-DISPLAY when a
    MOVE "N" TO WS-FOUND-REC.
    DISPLAY "Enter Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER INVALID KEY
        DISPLAY "Employee not found."
    NOT INVALID KEY
        PERFORM CHECK-EMPLOYEE-SCOPE
        IF BSC-IN-SCOPE NOT = "Y"
            EXIT PARAGRAPH
        END-IF
        PERFORM ACQUIRE-EMPLOYEE-LOCK
        IF LCK-GRANTED = "Y"
            MOVE "Y" TO WS-FOUND-REC
        PERFORM WRITE-EMP-HISTORY
        DISPLAY "Employee separated - record retained."
        PERFORM CHECK-DEPENDENT-CLEANUP
        PERFORM CHECK-LOAN-BALANCE
        PERFORM CHECK-PROPERTY-OUT
    ELSE
        DISPLAY "Change abandoned."
    END-IF.
            "file - review enrollment through WS-DEP-MAINT."
    END-IF.

*> Payroll stops collecting the day the status flips, so whatever
*> is still owed on company loans has to come out of final pay.
CHECK-LOAN-BALANCE.
    MOVE ZERO TO WS-LOAN-COUNT.
    MOVE ZERO TO WS-LOAN-OWED.
    OPEN INPUT LOAN-FILE.
    IF WS-LOAN-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO LN-EMP-ID.
    MOVE ZERO TO LN-LOAN-NO.
    START LOAN-FILE KEY IS NOT LESS THAN LN-KEY
        INVALID KEY
            MOVE "10" TO WS-LOAN-STATUS
    END-START.
    PERFORM UNTIL WS-LOAN-STATUS = "10"
        READ LOAN-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                IF LN-EMP-ID NOT = WS-LOOKUP-ID
                    EXIT PERFORM
                END-IF
                IF LN-BALANCE > ZERO
                    ADD 1 TO WS-LOAN-COUNT
                    ADD LN-BALANCE TO WS-LOAN-OWED
                END-IF
        END-READ
    END-PERFORM.
    CLOSE LOAN-FILE.
    IF WS-LOAN-COUNT > ZERO
        MOVE WS-LOAN-OWED TO WS-LOAN-OWED-DISP
        DISPLAY "NOTE: " WS-LOAN-COUNT " loan(s) still owe "
            WS-LOAN-OWED-DISP " - deduct from final pay (see "
            "WS-LOAN-MAINT)."
    END-IF.

*> Property still out holds up the clearance and with it final pay.
CHECK-PROPERTY-OUT.
    MOVE WS-LOOKUP-ID TO CCK-EMP-ID.
    CALL "CLEARCHK" USING CLEARANCE-CHECK-AREA.
    IF CCK-ITEMS-OUT > ZERO
        MOVE CCK-VALUE-OUT TO WS-LOAN-OWED-DISP
        DISPLAY "NOTE: " CCK-ITEMS-OUT " item(s) of company property "
            "still out, value " WS-LOAN-OWED-DISP " - start the "
            "clearance (see WS-CLEARANCE)."
    END-IF.

APPLY-STATUS-FLAG.
    IF EMP-SEPARATED
        DISPLAY "Employee is separated - reinstate through a "
        DISPLAY "Change abandoned."
    END-IF.

*> The supervisor must be an active employee. Checking it reads
*> other records into the record area, so the employee being
*> changed is put back from the prior image before the REWRITE.
CHANGE-SUPERVISOR.
    PERFORM FETCH-EMPLOYEE.
    IF WS-FOUND-REC NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    IF EMP-SUPERVISOR IS NUMERIC
        MOVE EMP-SUPERVISOR TO WS-SUPER-OLD
    ELSE
        MOVE ZERO TO WS-SUPER-OLD
    END-IF.
    DISPLAY "Current supervisor: " WS-SUPER-OLD.
    DISPLAY "New supervisor ID (0 = none): " WITH NO ADVANCING.
    ACCEPT WS-SUPER-IN.
    IF WS-SUPER-IN = WS-SUPER-OLD
        DISPLAY "Nothing to change."
        EXIT PARAGRAPH
    END-IF.
    IF WS-SUPER-IN = WS-LOOKUP-ID
        DISPLAY "An employee cannot report to themselves."
        EXIT PARAGRAPH
    END-IF.
    IF WS-SUPER-IN NOT = ZERO
        MOVE WS-SUPER-IN TO EIC-EMP-ID
        PERFORM CHECK-EMP-ID-DIGIT
        IF EIC-VALID NOT = "Y"
            EXIT PARAGRAPH
        END-IF
        MOVE WS-SUPER-IN TO EMP-ID
        READ EMPLOYEE-MASTER
            INVALID KEY
                MOVE ZERO TO EMP-ID
        END-READ
        IF EMP-ID = ZERO
            DISPLAY "Supervisor " WS-SUPER-IN " is not on file."
            MOVE WS-PRIOR-IMAGE TO EMPLOYEE-RECORD
            EXIT PARAGRAPH
        END-IF
        IF NOT EMP-ACTIVE
            DISPLAY "Supervisor " WS-SUPER-IN
                " is not an active employee."
            MOVE WS-PRIOR-IMAGE TO EMPLOYEE-RECORD
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO WS-SUPER-NAME
        STRING EMP-NAME DELIMITED BY "  "
            " " DELIMITED BY SIZE
            EMP-SURNAME DELIMITED BY "  "
            INTO WS-SUPER-NAME
        PERFORM CHECK-REPORTING-CHAIN
        MOVE WS-PRIOR-IMAGE TO EMPLOYEE-RECORD
        IF WS-CHAIN-LOOP = "Y"
            DISPLAY "Employee " WS-LOOKUP-ID " is already above "
                WS-SUPER-IN " in the reporting line - the change "
                "would make a loop."
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Report to " WS-SUPER-IN " " WS-SUPER-NAME "."
    ELSE
        DISPLAY "Remove the supervisor (top of the organization)."
    END-IF.
    PERFORM CONFIRM-CHANGE.
    IF WS-CONFIRM = "Y"
        MOVE WS-SUPER-IN TO EMP-SUPERVISOR
        REWRITE EMPLOYEE-RECORD
        MOVE "REWRITE" TO FST-OPERATION
        PERFORM CHECK-MASTER-IO
        MOVE "U" TO WS-HIST-ACTION
        PERFORM WRITE-EMP-HISTORY
        DISPLAY "Supervisor updated."
    ELSE
        DISPLAY "Change abandoned."
    END-IF.

*> Climb from the proposed supervisor up the existing line; meeting
*> the employee being changed on the way means a loop. The hop
*> limit stops an old loop already on file from running forever.
CHECK-REPORTING-CHAIN.
    MOVE "N" TO WS-CHAIN-LOOP.
    MOVE ZERO TO WS-CHAIN-HOPS.
    MOVE WS-SUPER-IN TO WS-CHAIN-ID.
    PERFORM UNTIL WS-CHAIN-ID = ZERO
            OR WS-CHAIN-HOPS > 500
        IF WS-CHAIN-ID = WS-LOOKUP-ID
            MOVE "Y" TO WS-CHAIN-LOOP
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-CHAIN-HOPS
        MOVE WS-CHAIN-ID TO EMP-ID
        READ EMPLOYEE-MASTER
            INVALID KEY
                MOVE ZERO TO WS-CHAIN-ID
            NOT INVALID KEY
                IF EMP-SUPERVISOR IS NUMERIC
                    MOVE EMP-SUPERVISOR TO WS-CHAIN-ID
                ELSE
                    MOVE ZERO TO WS-CHAIN-ID
                END-IF
        END-READ
    END-PERFORM.
    IF WS-CHAIN-HOPS > 500
        MOVE "Y" TO WS-CHAIN-LOOP
    END-IF.

*> An employee with no terms record is regular. The terms file is
*> opened for the action and closed after it, like the other side
*> files this program touches.
OPEN-TERMS-RECORD.
    OPEN I-O TERMS-FILE.
    IF WS-TERMS-STATUS = "35"
        OPEN OUTPUT TERMS-FILE
        CLOSE TERMS-FILE
        OPEN I-O TERMS-FILE
    END-IF.
    MOVE "N" TO WS-TERMS-ON-FILE.
    MOVE WS-LOOKUP-ID TO ETM-EMP-ID.
    READ TERMS-FILE
        INVALID KEY
            MOVE WS-LOOKUP-ID TO ETM-EMP-ID
            SET ETM-REGULAR TO TRUE
            MOVE ZERO TO ETM-END-DATE
            MOVE ZERO TO ETM-REG-DATE
        NOT INVALID KEY
            MOVE "Y" TO WS-TERMS-ON-FILE
    END-READ.
    DISPLAY "Employment type " ETM-TYPE "  terms end " ETM-END-DATE
        "  regularized " ETM-REG-DATE.

SAVE-TERMS-RECORD.
    MOVE FUNCTION CURRENT-DATE(1:8) TO ETM-LAST-CHANGE.
    MOVE WS-OPERATOR-ID TO ETM-CHANGED-BY.
    IF WS-TERMS-ON-FILE = "Y"
        REWRITE EMP-TERMS-RECORD
    ELSE
        WRITE EMP-TERMS-RECORD
    END-IF.

*> A probationer becomes regular only through the regularization,
*> so the change always reaches emphist.dat. Blank for a
*> probationer's end date means six months from the hire date.
CHANGE-EMPLOYMENT-TERMS.
    PERFORM FETCH-EMPLOYEE.
    IF WS-FOUND-REC NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    IF EMP-SEPARATED
        DISPLAY "Employee is separated - terms not changed."
        EXIT PARAGRAPH
    END-IF.
    PERFORM OPEN-TERMS-RECORD.
    DISPLAY "Type (R=Regular P=Probationary C=Contractual "
        "J=Project): " WITH NO ADVANCING.
    ACCEPT WS-TYPE-IN.
    MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN.
    IF NOT WS-TYPE-VALID
        DISPLAY "Not an employment type - terms not changed."
        CLOSE TERMS-FILE
        EXIT PARAGRAPH
    END-IF.
    IF WS-TYPE-IN = "R" AND ETM-PROBATIONARY
        DISPLAY "Use Regularize Probationer to make a probationer "
            "regular."
        CLOSE TERMS-FILE
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-TERM-END.
    IF WS-TYPE-IN NOT = "R"
        IF WS-TYPE-IN = "P"
            DISPLAY "Probation end (MMDDYYYY, blank = six months "
                "from hire): " WITH NO ADVANCING
        ELSE
            DISPLAY "Contract end (MMDDYYYY): " WITH NO ADVANCING
        END-IF
        MOVE SPACES TO WS-TERM-DATE-IN
        ACCEPT WS-TERM-DATE-IN
        IF WS-TERM-DATE-IN = SPACES AND WS-TYPE-IN = "P"
                AND EMP-HIRE-YY NOT = ZERO
            PERFORM COMPUTE-PROBATION-END
        ELSE
            PERFORM VALIDATE-TERM-DATE
            IF WS-TERM-VALID NOT = "Y"
                DISPLAY "Not a valid calendar date - terms not "
                    "changed."
                CLOSE TERMS-FILE
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-TERM-END = WS-TERM-YY * 10000
                + WS-TERM-MM * 100 + WS-TERM-DD
        END-IF
    END-IF.
    DISPLAY "Set type " WS-TYPE-IN " with terms ending "
        WS-TERM-END ".".
    PERFORM CONFIRM-CHANGE.
    IF WS-CONFIRM = "Y"
        MOVE WS-TYPE-IN TO ETM-TYPE
        MOVE WS-TERM-END TO ETM-END-DATE
        PERFORM SAVE-TERMS-RECORD
        DISPLAY "Employment terms updated."
    ELSE
        DISPLAY "Change abandoned."
    END-IF.
    CLOSE TERMS-FILE.

*> The employee record itself does not change, so the history
*> line carries its image as it stands, the "R" action and the
*> regularization date; there is no journal after-image to write.
REGULARIZE-PROBATIONER.
    PERFORM FETCH-EMPLOYEE.
    IF WS-FOUND-REC NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    IF EMP-SEPARATED
        DISPLAY "Employee is separated - nothing to regularize."
        EXIT PARAGRAPH
    END-IF.
    PERFORM OPEN-TERMS-RECORD.
    IF NOT ETM-PROBATIONARY
        DISPLAY "Employee is not on probation."
        CLOSE TERMS-FILE
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Regularization date (MMDDYYYY): " WITH NO ADVANCING.
    MOVE SPACES TO WS-TERM-DATE-IN.
    ACCEPT WS-TERM-DATE-IN.
    PERFORM VALIDATE-TERM-DATE.
    IF WS-TERM-VALID NOT = "Y"
        DISPLAY "Not a valid calendar date - not regularized."
        CLOSE TERMS-FILE
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-TERM-END = WS-TERM-YY * 10000
        + WS-TERM-MM * 100 + WS-TERM-DD.
    IF WS-TERM-END < ETM-END-DATE
        DISPLAY "Note: ahead of the probation end " ETM-END-DATE "."
    END-IF.
    DISPLAY "Regularize effective " WS-TERM-END ".".
    PERFORM CONFIRM-CHANGE.
    IF WS-CONFIRM = "Y"
        SET ETM-REGULAR TO TRUE
        MOVE ZERO TO ETM-END-DATE
        MOVE WS-TERM-END TO ETM-REG-DATE
        PERFORM SAVE-TERMS-RECORD
        MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-TIMESTAMP
        SET HIST-REGULARIZE TO TRUE
        MOVE WS-OPERATOR-ID TO HIST-OPERATOR
        MOVE WS-LOOKUP-ID TO HIST-EMP-ID
        MOVE WS-PRIOR-IMAGE TO HIST-PRIOR-IMAGE
        MOVE WS-TERM-END TO HIST-EFF-DATE
        WRITE EMP-HISTORY-RECORD
        DISPLAY "Employee regularized."
    ELSE
        DISPLAY "Change abandoned."
    END-IF.
    CLOSE TERMS-FILE.

COMPUTE-PROBATION-END.
    COPY PROBEND REPLACING START-MM BY EMP-HIRE-MM
        START-DD BY EMP-HIRE-DD
        START-YY BY EMP-HIRE-YY
        END-DATE BY WS-TERM-END
        WORK-MM BY WS-PROB-MM
        WORK-DD BY WS-PROB-DD
        WORK-YY BY WS-PROB-YY
        DAYS-IN-MONTH BY WS-DAYS-IN-MONTH.

VALIDATE-TERM-DATE.
    MOVE "N" TO WS-TERM-VALID.
    IF WS-TERM-DATE-IN IS NUMERIC
        PERFORM CHECK-TERM-DATE
    END-IF.

CHECK-TERM-DATE.
    COPY DATEVAL REPLACING DATE-MM BY WS-TERM-MM
        DATE-DD BY WS-TERM-DD
        DATE-YY BY WS-TERM-YY
        VALID-FLAG BY WS-TERM-VALID
        DAYS-IN-MONTH BY WS-DAYS-IN-MONTH.

*> The approved branch list lives in branches.dat now; BRANCHVAL
*> canonicalizes the location and reports whether it is active.
VALIDATE-LOCATION.
    MOVE WS-OPERATOR-ID TO HIST-OPERATOR.
    MOVE WS-LOOKUP-ID TO HIST-EMP-ID.
    MOVE WS-PRIOR-IMAGE TO HIST-PRIOR-IMAGE.
    MOVE ZERO TO HIST-EFF-DATE.
    WRITE EMP-HISTORY-RECORD.
    PERFORM WRITE-AFTER-IMAGE.

SHOW-CHANGE-HISTORY.
    DISPLAY "Enter Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    MOVE "Y" TO BSC-IN-SCOPE.
    READ EMPLOYEE-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM CHECK-EMPLOYEE-SCOPE
    END-READ.
    IF BSC-IN-SCOPE NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-HIST-SHOWN.
    CLOSE HISTORY-FILE.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
