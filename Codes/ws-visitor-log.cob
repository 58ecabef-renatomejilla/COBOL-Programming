*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Branch visitor register on visitors.dat (see
*>              copybooks/VISITREC.cpy). The host's visitors are
*>              entered ahead for the day and branch of the visit,
*>              approved by the operator entering them against an
*>              active employee as host, then signed in at the door
*>              on arrival and out on leaving; an approval that is
*>              not needed is cancelled. The register is what lets
*>              WS-ROLL-CALL put the visitors still inside on the
*>              emergency roll. The operator works one branch for
*>              the whole session, inside the branch access scope
*>              (BRSCOPE).

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-VISITOR-LOG.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT VISITOR-FILE ASSIGN TO "visitors.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS VIS-KEY
            FILE STATUS IS WS-VISITOR-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD VISITOR-FILE.
    COPY VISITREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    WORKING-STORAGE SECTION.
    01 WS-VISITOR-STATUS    PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-RUN-TIME          PIC 9(8).
    01 WS-TIME-HHMM         PIC X(4).
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-BRANCH            PIC X(15).
    01 WS-BRANCH-FOUND      PIC X.
    01 WS-DATE-IN           PIC 9(8).
    01 WS-SEQ-IN            PIC 9(3).
    01 WS-NEXT-SEQ          PIC 9(3).
    01 WS-NAME-IN           PIC X(30).
    01 WS-COMPANY-IN        PIC X(20).
    01 WS-PHONE-IN          PIC X(11).
    01 WS-HOST-IN           PIC 9(6).
    01 WS-LIST-COUNT        PIC 9(3).
    01 WS-STATUS-TEXT       PIC X(10).
    COPY EMPIDCHK.
    COPY BRSCOPE.
    COPY DATESRV.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-OPERATOR-ID.
    PERFORM RESOLVE-BRANCH-SCOPE.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        GOBACK
    END-IF.

    PERFORM ACCEPT-BRANCH.
    IF WS-BRANCH = SPACES
        CLOSE EMPLOYEE-MASTER
        GOBACK
    END-IF.

    OPEN I-O VISITOR-FILE.
    IF WS-VISITOR-STATUS = "35"
        OPEN OUTPUT VISITOR-FILE
        CLOSE VISITOR-FILE
        OPEN I-O VISITOR-FILE
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== VISITOR LOG - " FUNCTION TRIM(WS-BRANCH)
            " ===="
        DISPLAY "1 - Approve Visitor"
        DISPLAY "2 - Sign In Visitor"
        DISPLAY "3 - Sign Out Visitor"
        DISPLAY "4 - Cancel Approval"
        DISPLAY "5 - List Visitors for a Day"
        DISPLAY "6 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM APPROVE-VISITOR
            WHEN 2
                PERFORM SIGN-IN-VISITOR
            WHEN 3
                PERFORM SIGN-OUT-VISITOR
            WHEN 4
                PERFORM CANCEL-APPROVAL
            WHEN 5
                PERFORM LIST-VISITORS
            WHEN 6
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE VISITOR-FILE.
    CLOSE EMPLOYEE-MASTER.
    DISPLAY "Visitor log ended.".
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

*> A menu session carries the scope loaded at sign-on; a standalone
*> start loads it for the operator just named.
RESOLVE-BRANCH-SCOPE.
    MOVE WS-OPERATOR-ID TO BSC-OPERATOR-ID.
    MOVE "N" TO BSC-LOG-REFUSAL.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-SCOPE TO BSC-SCOPE
            EXIT PARAGRAPH
        END-IF
    END-IF.
    SET BSC-LOAD TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.

*> The branch must be on branches.dat and inside the operator's
*> scope; a blank answer leaves the program.
ACCEPT-BRANCH.
    DISPLAY "Branch (blank to leave): " WITH NO ADVANCING.
    ACCEPT WS-BRANCH.
    MOVE FUNCTION UPPER-CASE(WS-BRANCH) TO WS-BRANCH.
    IF WS-BRANCH = SPACES
        EXIT PARAGRAPH
    END-IF.
    CALL "BRANCHVAL" USING WS-BRANCH WS-BRANCH-FOUND.
    IF WS-BRANCH-FOUND NOT = "Y"
        DISPLAY "Branch " FUNCTION TRIM(WS-BRANCH)
            " is not on the branch list."
        MOVE SPACES TO WS-BRANCH
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO BSC-EMP-ID.
    MOVE WS-BRANCH TO BSC-BRANCH.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.
    IF BSC-IN-SCOPE NOT = "Y"
        DISPLAY "Branch " FUNCTION TRIM(WS-BRANCH)
            " is outside your branch scope."
        MOVE SPACES TO WS-BRANCH
    END-IF.

CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.

SET-TIME-NOW.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE WS-RUN-TIME(1:4) TO WS-TIME-HHMM.

*> A visit is approved for today or a later day, against an
*> active employee who is hosting it.
APPROVE-VISITOR.
    DISPLAY "Visit date (YYYYMMDD, 0 = today): " WITH NO ADVANCING.
    ACCEPT WS-DATE-IN.
    IF WS-DATE-IN = ZERO
        MOVE WS-RUN-DATE TO WS-DATE-IN
    END-IF.
    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-DATE-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y" OR WS-DATE-IN < WS-RUN-DATE
        DISPLAY "Not a valid date from today on - not approved."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Visitor name    : " WITH NO ADVANCING.
    ACCEPT WS-NAME-IN.
    MOVE FUNCTION UPPER-CASE(WS-NAME-IN) TO WS-NAME-IN.
    IF WS-NAME-IN = SPACES
        DISPLAY "Visitor name is required - not approved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Company         : " WITH NO ADVANCING.
    ACCEPT WS-COMPANY-IN.
    MOVE FUNCTION UPPER-CASE(WS-COMPANY-IN) TO WS-COMPANY-IN.
    DISPLAY "Contact phone   : " WITH NO ADVANCING.
    ACCEPT WS-PHONE-IN.

    DISPLAY "Host employee ID: " WITH NO ADVANCING.
    ACCEPT WS-HOST-IN.
    MOVE WS-HOST-IN TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-HOST-IN TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            DISPLAY "Host is not on the master - not approved."
            EXIT PARAGRAPH
    END-READ.
    IF EMP-SEPARATED
        DISPLAY "Host is separated - not approved."
        EXIT PARAGRAPH
    END-IF.

    PERFORM FIND-NEXT-SEQ.
    INITIALIZE VISITOR-RECORD.
    MOVE WS-DATE-IN TO VIS-DATE.
    MOVE WS-BRANCH TO VIS-BRANCH.
    MOVE WS-NEXT-SEQ TO VIS-SEQ.
    MOVE WS-NAME-IN TO VIS-NAME.
    MOVE WS-COMPANY-IN TO VIS-COMPANY.
    MOVE WS-PHONE-IN TO VIS-PHONE.
    MOVE WS-HOST-IN TO VIS-HOST-ID.
    SET VIS-APPROVED TO TRUE.
    MOVE SPACES TO VIS-TIME-IN VIS-TIME-OUT.
    MOVE WS-OPERATOR-ID TO VIS-APPROVED-BY.
    WRITE VISITOR-RECORD
        INVALID KEY
            DISPLAY "Visitor could not be added - status "
                WS-VISITOR-STATUS "."
            EXIT PARAGRAPH
    END-WRITE.
    DISPLAY "Visitor " WS-NEXT-SEQ " approved for " WS-DATE-IN
        " - hosted by " FUNCTION TRIM(EMP-NAME) " "
        FUNCTION TRIM(EMP-SURNAME) ".".

FIND-NEXT-SEQ.
    MOVE ZERO TO WS-NEXT-SEQ.
    MOVE WS-DATE-IN TO VIS-DATE.
    MOVE WS-BRANCH TO VIS-BRANCH.
    MOVE ZERO TO VIS-SEQ.
    START VISITOR-FILE KEY IS >= VIS-KEY
        INVALID KEY
            MOVE "10" TO WS-VISITOR-STATUS
    END-START.
    PERFORM UNTIL WS-VISITOR-STATUS NOT = "00"
        READ VISITOR-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF VIS-DATE NOT = WS-DATE-IN OR VIS-BRANCH NOT = WS-BRANCH
            EXIT PERFORM
        END-IF
        MOVE VIS-SEQ TO WS-NEXT-SEQ
    END-PERFORM.
    MOVE "00" TO WS-VISITOR-STATUS.
    ADD 1 TO WS-NEXT-SEQ.

*> Sign-in, sign-out and cancellation all work on today's visitors
*> of the branch by their number on the day's list.
FIND-TODAYS-VISITOR.
    DISPLAY "Visitor number on today's list: " WITH NO ADVANCING.
    ACCEPT WS-SEQ-IN.
    MOVE WS-RUN-DATE TO VIS-DATE.
    MOVE WS-BRANCH TO VIS-BRANCH.
    MOVE WS-SEQ-IN TO VIS-SEQ.
    READ VISITOR-FILE
        INVALID KEY
            MOVE "23" TO WS-VISITOR-STATUS
            DISPLAY "Visitor " WS-SEQ-IN " is not on today's list."
    END-READ.

SIGN-IN-VISITOR.
    PERFORM FIND-TODAYS-VISITOR.
    IF WS-VISITOR-STATUS NOT = "00"
        MOVE "00" TO WS-VISITOR-STATUS
        EXIT PARAGRAPH
    END-IF.
    IF NOT VIS-APPROVED
        PERFORM SET-STATUS-TEXT
        DISPLAY FUNCTION TRIM(VIS-NAME) " is "
            FUNCTION TRIM(WS-STATUS-TEXT) " - not signed in."
        EXIT PARAGRAPH
    END-IF.
    PERFORM SET-TIME-NOW.
    SET VIS-SIGNED-IN TO TRUE.
    MOVE WS-TIME-HHMM TO VIS-TIME-IN.
    REWRITE VISITOR-RECORD.
    DISPLAY FUNCTION TRIM(VIS-NAME) " signed in at "
        WS-TIME-HHMM ".".

SIGN-OUT-VISITOR.
    PERFORM FIND-TODAYS-VISITOR.
    IF WS-VISITOR-STATUS NOT = "00"
        MOVE "00" TO WS-VISITOR-STATUS
        EXIT PARAGRAPH
    END-IF.
    IF NOT VIS-SIGNED-IN
        PERFORM SET-STATUS-TEXT
        DISPLAY FUNCTION TRIM(VIS-NAME) " is "
            FUNCTION TRIM(WS-STATUS-TEXT) " - not signed out."
        EXIT PARAGRAPH
    END-IF.
    PERFORM SET-TIME-NOW.
    SET VIS-SIGNED-OUT TO TRUE.
    MOVE WS-TIME-HHMM TO VIS-TIME-OUT.
    REWRITE VISITOR-RECORD.
    DISPLAY FUNCTION TRIM(VIS-NAME) " signed out at "
        WS-TIME-HHMM ".".

CANCEL-APPROVAL.
    PERFORM FIND-TODAYS-VISITOR.
    IF WS-VISITOR-STATUS NOT = "00"
        MOVE "00" TO WS-VISITOR-STATUS
        EXIT PARAGRAPH
    END-IF.
    IF NOT VIS-APPROVED
        PERFORM SET-STATUS-TEXT
        DISPLAY FUNCTION TRIM(VIS-NAME) " is "
            FUNCTION TRIM(WS-STATUS-TEXT) " - only a visit not yet "
            "signed in can be cancelled."
        EXIT PARAGRAPH
    END-IF.
    SET VIS-CANCELLED TO TRUE.
    REWRITE VISITOR-RECORD.
    DISPLAY "Approval for " FUNCTION TRIM(VIS-NAME) " cancelled.".

LIST-VISITORS.
    DISPLAY "Visit date (YYYYMMDD, 0 = today): " WITH NO ADVANCING.
    ACCEPT WS-DATE-IN.
    IF WS-DATE-IN = ZERO
        MOVE WS-RUN-DATE TO WS-DATE-IN
    END-IF.
    MOVE ZERO TO WS-LIST-COUNT.
    DISPLAY "NO  VISITOR                        COMPANY              "
        "HOST   STATUS     IN   OUT".
    MOVE WS-DATE-IN TO VIS-DATE.
    MOVE WS-BRANCH TO VIS-BRANCH.
    MOVE ZERO TO VIS-SEQ.
    START VISITOR-FILE KEY IS >= VIS-KEY
        INVALID KEY
            MOVE "10" TO WS-VISITOR-STATUS
    END-START.
    PERFORM UNTIL WS-VISITOR-STATUS NOT = "00"
        READ VISITOR-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF VIS-DATE NOT = WS-DATE-IN OR VIS-BRANCH NOT = WS-BRANCH
            EXIT PERFORM
        END-IF
        PERFORM SET-STATUS-TEXT
        DISPLAY VIS-SEQ " " VIS-NAME " " VIS-COMPANY " "
            VIS-HOST-ID " " WS-STATUS-TEXT " " VIS-TIME-IN " "
            VIS-TIME-OUT
        ADD 1 TO WS-LIST-COUNT
    END-PERFORM.
    MOVE "00" TO WS-VISITOR-STATUS.
    DISPLAY WS-LIST-COUNT " visitor(s) listed.".

SET-STATUS-TEXT.
    EVALUATE TRUE
        WHEN VIS-APPROVED
            MOVE "APPROVED" TO WS-STATUS-TEXT
        WHEN VIS-SIGNED-IN
            MOVE "SIGNED IN" TO WS-STATUS-TEXT
        WHEN VIS-SIGNED-OUT
            MOVE "SIGNED OUT" TO WS-STATUS-TEXT
        WHEN VIS-CANCELLED
            MOVE "CANCELLED" TO WS-STATUS-TEXT
        WHEN OTHER
            MOVE "UNKNOWN" TO WS-STATUS-TEXT
    END-EVALUATE.
