*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Online maintenance of manpower requisitions on
*>              reqn.dat. Raise a requisition for a branch
*>              (BRANCHVAL), department (DEPTVAL) and grade on
*>              grades.dat with the number of positions; it waits
*>              as pending until approved. Approval is checked
*>              against what is left of the hcbudget.dat headcount
*>              budget for the fiscal year, branch and grade: the
*>              budgeted count less the staff not separated already
*>              in that branch and grade, less the unfilled
*>              positions on requisitions already approved. An
*>              operator cannot approve a requisition they raised.
*>              An approved requisition is open for hiring through
*>              HR-HIRE-LOAD, which closes it when the last position
*>              is filled; one no longer needed is closed here.
*>              Show and list display the requisitions with their
*>              filled counts.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-REQN-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT REQN-FILE ASSIGN TO "reqn.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS REQ-NUMBER
            FILE STATUS IS WS-REQN-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT BUDGET-FILE ASSIGN TO "hcbudget.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUDGET-STATUS.

        SELECT GRADE-FILE ASSIGN TO "grades.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GRADE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD REQN-FILE.
    COPY REQNREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD BUDGET-FILE.
    COPY BUDGREC.

    FD GRADE-FILE.
    COPY GRADEREC.

    WORKING-STORAGE SECTION.
    01 WS-REQN-STATUS       PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-BUDGET-STATUS     PIC XX.
    01 WS-GRADE-STATUS      PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-REQN-IN           PIC 9(6).
    01 WS-BRANCH-IN         PIC X(15).
    01 WS-DEPT-IN           PIC X(10).
    01 WS-GRADE-IN          PIC X(2).
    01 WS-COUNT-IN          PIC 9(3).
    01 WS-CONFIRM           PIC X.
    01 WS-LOC-FOUND         PIC X.
    01 WS-DEPT-FOUND        PIC X.
    01 WS-GRADE-FOUND       PIC X.
    01 WS-BUDGET-FOUND      PIC X.
    01 WS-NEXT-NUMBER       PIC 9(6).
    01 WS-FISCAL-YEAR       PIC 9(4).
    01 WS-BUDGET-COUNT      PIC 9(5).
    01 WS-ACTUAL-COUNT      PIC 9(5).
    01 WS-COMMITTED-COUNT   PIC 9(5).
    01 WS-REMAINING         PIC S9(5).
    01 WS-REMAINING-DISP    PIC -ZZZZ9.
    01 WS-LIST-COUNT        PIC 9(5).
    01 WS-STATUS-TEXT       PIC X(9).
    01 WS-REQN-SAVE         PIC X(84).
    COPY DATESRV.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-OPERATOR-ID.
    OPEN I-O REQN-FILE.
    IF WS-REQN-STATUS = "35"
        OPEN OUTPUT REQN-FILE
        CLOSE REQN-FILE
        OPEN I-O REQN-FILE
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== MANPOWER REQUISITIONS ===="
        DISPLAY "1 - Raise Requisition"
        DISPLAY "2 - Approve Requisition"
        DISPLAY "3 - Close Requisition"
        DISPLAY "4 - Show Requisition"
        DISPLAY "5 - List Pending and Open"
        DISPLAY "6 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM RAISE-REQUISITION
            WHEN 2
                PERFORM APPROVE-REQUISITION
            WHEN 3
                PERFORM CLOSE-REQUISITION
            WHEN 4
                PERFORM SHOW-REQUISITION
            WHEN 5
                PERFORM LIST-REQUISITIONS
            WHEN 6
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE REQN-FILE.
    DISPLAY "Requisition maintenance ended.".
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

FIND-REQUISITION.
    DISPLAY "Requisition number: " WITH NO ADVANCING.
    ACCEPT WS-REQN-IN.
    MOVE WS-REQN-IN TO REQ-NUMBER.
    READ REQN-FILE
        INVALID KEY
            MOVE "23" TO WS-REQN-STATUS
            DISPLAY "Requisition " WS-REQN-IN " not on file."
    END-READ.

RAISE-REQUISITION.
    DISPLAY "Branch              : " WITH NO ADVANCING.
    ACCEPT WS-BRANCH-IN.
    CALL "BRANCHVAL" USING WS-BRANCH-IN WS-LOC-FOUND.
    IF WS-LOC-FOUND NOT = "Y"
        DISPLAY "Not an approved branch - not raised."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Department          : " WITH NO ADVANCING.
    ACCEPT WS-DEPT-IN.
    MOVE FUNCTION UPPER-CASE(WS-DEPT-IN) TO WS-DEPT-IN.
    CALL "DEPTVAL" USING WS-DEPT-IN WS-DEPT-FOUND.
    IF WS-DEPT-FOUND NOT = "Y"
        DISPLAY "Not an active department - not raised."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Grade               : " WITH NO ADVANCING.
    ACCEPT WS-GRADE-IN.
    MOVE FUNCTION UPPER-CASE(WS-GRADE-IN) TO WS-GRADE-IN.
    PERFORM CHECK-GRADE.
    IF WS-GRADE-FOUND NOT = "Y"
        DISPLAY "Grade not on grades.dat - not raised."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Number of positions : " WITH NO ADVANCING.
    ACCEPT WS-COUNT-IN.
    IF WS-COUNT-IN = ZERO
        DISPLAY "At least one position is needed - not raised."
        EXIT PARAGRAPH
    END-IF.

    PERFORM FIND-NEXT-NUMBER.
    INITIALIZE REQUISITION-RECORD.
    MOVE WS-NEXT-NUMBER TO REQ-NUMBER.
    MOVE WS-BRANCH-IN TO REQ-BRANCH.
    MOVE WS-DEPT-IN TO REQ-DEPT.
    MOVE WS-GRADE-IN TO REQ-GRADE.
    MOVE WS-COUNT-IN TO REQ-COUNT.
    MOVE ZERO TO REQ-FILLED.
    SET REQ-PENDING TO TRUE.
    MOVE WS-RUN-DATE TO REQ-OPEN-DATE.
    MOVE WS-OPERATOR-ID TO REQ-OPENED-BY.
    WRITE REQUISITION-RECORD
        INVALID KEY
            DISPLAY "Requisition " WS-NEXT-NUMBER " already on file "
                "- not raised."
            EXIT PARAGRAPH
    END-WRITE.
    DISPLAY "Requisition " WS-NEXT-NUMBER " raised - pending "
        "approval.".

*> Numbers run on from the highest on file.
FIND-NEXT-NUMBER.
    MOVE ZERO TO WS-NEXT-NUMBER.
    MOVE ZERO TO REQ-NUMBER.
    START REQN-FILE KEY IS >= REQ-NUMBER
        INVALID KEY
            MOVE "10" TO WS-REQN-STATUS
    END-START.
    PERFORM UNTIL WS-REQN-STATUS NOT = "00"
        READ REQN-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        MOVE REQ-NUMBER TO WS-NEXT-NUMBER
    END-PERFORM.
    ADD 1 TO WS-NEXT-NUMBER.
    MOVE "00" TO WS-REQN-STATUS.

CHECK-GRADE.
    MOVE "N" TO WS-GRADE-FOUND.
    OPEN INPUT GRADE-FILE.
    IF WS-GRADE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-GRADE-STATUS NOT = "00"
        READ GRADE-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF GRD-CODE = WS-GRADE-IN
            MOVE "Y" TO WS-GRADE-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    CLOSE GRADE-FILE.

APPROVE-REQUISITION.
    PERFORM FIND-REQUISITION.
    IF WS-REQN-STATUS NOT = "00"
        MOVE "00" TO WS-REQN-STATUS
        EXIT PARAGRAPH
    END-IF.
    IF NOT REQ-PENDING
        DISPLAY "Requisition is not pending approval."
        EXIT PARAGRAPH
    END-IF.
    IF REQ-OPENED-BY = WS-OPERATOR-ID
        DISPLAY "You raised this requisition - another operator "
            "must approve it."
        EXIT PARAGRAPH
    END-IF.

    SET DSRV-FISCAL-PERIOD TO TRUE.
    MOVE WS-RUN-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-FISCAL-YEAR TO WS-FISCAL-YEAR.
    MOVE REQUISITION-RECORD TO WS-REQN-SAVE.
    PERFORM COMPUTE-REMAINING-BUDGET.
    MOVE WS-REQN-SAVE TO REQUISITION-RECORD.
    IF WS-BUDGET-FOUND NOT = "Y"
        DISPLAY "No hcbudget.dat row for FY" WS-FISCAL-YEAR " "
            REQ-BRANCH " grade " REQ-GRADE " - cannot approve."
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-REMAINING TO WS-REMAINING-DISP.
    DISPLAY "Budget FY" WS-FISCAL-YEAR "      : " WS-BUDGET-COUNT.
    DISPLAY "Staff in post      : " WS-ACTUAL-COUNT.
    DISPLAY "Approved, unfilled : " WS-COMMITTED-COUNT.
    DISPLAY "Remaining          : " WS-REMAINING-DISP.
    DISPLAY "This requisition   : " REQ-COUNT.
    IF REQ-COUNT > WS-REMAINING
        DISPLAY "Not enough headcount budget left - not approved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Approve? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "Not approved."
        EXIT PARAGRAPH
    END-IF.
    SET REQ-OPEN TO TRUE.
    MOVE WS-FISCAL-YEAR TO REQ-FISCAL-YEAR.
    MOVE WS-OPERATOR-ID TO REQ-APPROVER.
    MOVE WS-RUN-DATE TO REQ-APPROVE-DATE.
    REWRITE REQUISITION-RECORD.
    DISPLAY "Requisition " REQ-NUMBER " approved - open for hiring.".

*> Budget less staff in post less approved positions not yet
*> filled, for the fiscal year, branch and grade.
COMPUTE-REMAINING-BUDGET.
    MOVE "N" TO WS-BUDGET-FOUND.
    MOVE ZERO TO WS-BUDGET-COUNT.
    MOVE ZERO TO WS-ACTUAL-COUNT.
    MOVE ZERO TO WS-COMMITTED-COUNT.
    MOVE ZERO TO WS-REMAINING.
    MOVE REQ-BRANCH TO WS-BRANCH-IN.
    MOVE REQ-GRADE TO WS-GRADE-IN.

    OPEN INPUT BUDGET-FILE.
    IF WS-BUDGET-STATUS = "00"
        PERFORM UNTIL WS-BUDGET-STATUS NOT = "00"
            READ BUDGET-FILE
                AT END
                    EXIT PERFORM
            END-READ
            IF BGT-FISCAL-YEAR = WS-FISCAL-YEAR
                    AND BGT-BRANCH = WS-BRANCH-IN
                    AND BGT-GRADE = WS-GRADE-IN
                MOVE "Y" TO WS-BUDGET-FOUND
                MOVE BGT-COUNT TO WS-BUDGET-COUNT
                EXIT PERFORM
            END-IF
        END-PERFORM
        CLOSE BUDGET-FILE
    END-IF.
    IF WS-BUDGET-FOUND NOT = "Y"
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS = "00"
        PERFORM UNTIL WS-EMP-FILE-STATUS NOT = "00"
                AND WS-EMP-FILE-STATUS NOT = "02"
            READ EMPLOYEE-MASTER NEXT RECORD
                AT END
                    EXIT PERFORM
            END-READ
            IF NOT EMP-SEPARATED
                    AND EMP-LOCATION = WS-BRANCH-IN
                    AND EMP-GRADE = WS-GRADE-IN
                ADD 1 TO WS-ACTUAL-COUNT
            END-IF
        END-PERFORM
        CLOSE EMPLOYEE-MASTER
    END-IF.

    MOVE ZERO TO REQ-NUMBER.
    START REQN-FILE KEY IS >= REQ-NUMBER
        INVALID KEY
            MOVE "10" TO WS-REQN-STATUS
    END-START.
    PERFORM UNTIL WS-REQN-STATUS NOT = "00"
        READ REQN-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF REQ-OPEN
                AND REQ-FISCAL-YEAR = WS-FISCAL-YEAR
                AND REQ-BRANCH = WS-BRANCH-IN
                AND REQ-GRADE = WS-GRADE-IN
                AND REQ-COUNT > REQ-FILLED
            COMPUTE WS-COMMITTED-COUNT = WS-COMMITTED-COUNT
                + REQ-COUNT - REQ-FILLED
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-REQN-STATUS.
    COMPUTE WS-REMAINING = WS-BUDGET-COUNT - WS-ACTUAL-COUNT
        - WS-COMMITTED-COUNT.

CLOSE-REQUISITION.
    PERFORM FIND-REQUISITION.
    IF WS-REQN-STATUS NOT = "00"
        MOVE "00" TO WS-REQN-STATUS
        EXIT PARAGRAPH
    END-IF.
    IF REQ-FILLED-UP OR REQ-CLOSED
        DISPLAY "Requisition is already closed."
        EXIT PARAGRAPH
    END-IF.
    PERFORM DISPLAY-REQUISITION.
    DISPLAY "Close with " REQ-FILLED " of " REQ-COUNT
        " filled? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "Requisition left as it was."
        EXIT PARAGRAPH
    END-IF.
    SET REQ-CLOSED TO TRUE.
    MOVE WS-RUN-DATE TO REQ-CLOSE-DATE.
    REWRITE REQUISITION-RECORD.
    DISPLAY "Requisition " REQ-NUMBER " closed.".

SHOW-REQUISITION.
    PERFORM FIND-REQUISITION.
    IF WS-REQN-STATUS NOT = "00"
        MOVE "00" TO WS-REQN-STATUS
        EXIT PARAGRAPH
    END-IF.
    PERFORM DISPLAY-REQUISITION.

DISPLAY-REQUISITION.
    PERFORM SET-STATUS-TEXT.
    DISPLAY "Requisition : " REQ-NUMBER "  " WS-STATUS-TEXT.
    DISPLAY "Branch      : " REQ-BRANCH.
    DISPLAY "Department  : " REQ-DEPT.
    DISPLAY "Grade       : " REQ-GRADE.
    DISPLAY "Positions   : " REQ-COUNT "  filled " REQ-FILLED.
    DISPLAY "Raised      : " REQ-OPEN-DATE " by " REQ-OPENED-BY.
    IF REQ-APPROVER NOT = SPACES
        DISPLAY "Approved    : " REQ-APPROVE-DATE " by "
            REQ-APPROVER "  FY" REQ-FISCAL-YEAR
    END-IF.
    IF REQ-CLOSE-DATE NOT = ZERO
        DISPLAY "Closed      : " REQ-CLOSE-DATE
    END-IF.

SET-STATUS-TEXT.
    EVALUATE TRUE
        WHEN REQ-PENDING
            MOVE "PENDING" TO WS-STATUS-TEXT
        WHEN REQ-OPEN
            MOVE "OPEN" TO WS-STATUS-TEXT
        WHEN REQ-FILLED-UP
            MOVE "FILLED" TO WS-STATUS-TEXT
        WHEN OTHER
            MOVE "CLOSED" TO WS-STATUS-TEXT
    END-EVALUATE.

LIST-REQUISITIONS.
    DISPLAY "REQN   STATUS    BRANCH          DEPT       GR POS FIL "
        "RAISED".
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE ZERO TO REQ-NUMBER.
    START REQN-FILE KEY IS >= REQ-NUMBER
        INVALID KEY
            MOVE "10" TO WS-REQN-STATUS
    END-START.
    PERFORM UNTIL WS-REQN-STATUS NOT = "00"
        READ REQN-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF REQ-PENDING OR REQ-OPEN
            PERFORM SET-STATUS-TEXT
            ADD 1 TO WS-LIST-COUNT
            DISPLAY REQ-NUMBER " " WS-STATUS-TEXT " " REQ-BRANCH
                " " REQ-DEPT " " REQ-GRADE " " REQ-COUNT " "
                REQ-FILLED " " REQ-OPEN-DATE
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-REQN-STATUS.
    IF WS-LIST-COUNT = ZERO
        DISPLAY "No pending or open requisitions."
    ELSE
        DISPLAY WS-LIST-COUNT " requisition(s)."
    END-IF.
