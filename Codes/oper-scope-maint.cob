*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Maintenance for operscope.dat, the branch access
*>              scope BRSCOPE checks, in the manner OPER-FUNC-MAINT
*>              keeps operfunc.dat. Grant a branch to an operator,
*>              revoke one, and list what an operator (or the whole
*>              file) holds. Granting is supervisor-only and the
*>              operator must exist on opersec.dat. A branch must be
*>              an active branch on branches.dat (BRANCHVAL), or
*>              "*ALL" for every branch. An operator with no rows
*>              keeps every branch; the first grant narrows the
*>              operator to the branches granted. A change takes
*>              effect at the operator's next sign-on.

IDENTIFICATION DIVISION.
PROGRAM-ID.     OPER-SCOPE-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SCOPE-FILE ASSIGN TO "operscope.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCOPE-STATUS.

        SELECT OPER-FILE ASSIGN TO "opersec.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OPER-ID
            FILE STATUS IS WS-OPER-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD SCOPE-FILE.
    COPY OPERSCOP.

    FD OPER-FILE.
    COPY OPERREC.

    WORKING-STORAGE SECTION.
    01 WS-SCOPE-STATUS      PIC XX.
    01 WS-OPER-STATUS       PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-SUPV-OK           PIC X.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SUPV-ID-IN        PIC X(8).
    01 WS-SUPV-PW-IN        PIC X(10).
    01 WS-SUPV-PW-CODED     PIC X(10).
    01 WS-OPER-IN           PIC X(8).
    01 WS-BRANCH-IN         PIC X(15).
    01 WS-BRANCH-OK         PIC X.
    01 WS-OPER-KNOWN        PIC X.
    01 WS-FOUND             PIC X.
    01 WS-I                 PIC 9(3).
    01 WS-J                 PIC 9(3).
    01 WS-LIST-COUNT        PIC 9(3).
    01 WS-SCOPE-COUNT       PIC 9(3) VALUE ZERO.
    01 WS-SCOPE-TABLE.
        05 WS-SCOPE-ENTRY OCCURS 500 TIMES.
            10 WS-TBL-OPER-ID   PIC X(8).
            10 WS-TBL-BRANCH    PIC X(15).
    01 WS-SCOPE-RAW REDEFINES WS-SCOPE-TABLE.
        05 WS-SCOPE-RAW-ENTRY OCCURS 500 TIMES PIC X(23).

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    PERFORM VERIFY-SUPERVISOR.
    IF WS-SUPV-OK NOT = "Y"
        DISPLAY "Supervisor authority required. Program ends."
        GOBACK
    END-IF.

    PERFORM LOAD-SCOPE-TABLE.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== BRANCH ACCESS SCOPE MAINTENANCE ===="
        DISPLAY "1 - Grant Branch to Operator"
        DISPLAY "2 - Revoke Branch from Operator"
        DISPLAY "3 - List One Operator"
        DISPLAY "4 - List All Scopes"
        DISPLAY "5 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM GRANT-BRANCH
            WHEN 2
                PERFORM REVOKE-BRANCH
            WHEN 3
                PERFORM LIST-ONE-OPERATOR
            WHEN 4
                PERFORM LIST-ALL-SCOPES
            WHEN 5
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    DISPLAY "Branch scope maintenance ended.".
GOBACK.

*> Same supervisor approval OPER-FUNC-MAINT applies: a menu session
*> that already carries a supervisor identity needs no second
*> approval; anyone else approves against opersec.dat here.
VERIFY-SUPERVISOR.
    MOVE "N" TO WS-SUPV-OK.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y" AND SGN-OPER-LEVEL >= 2
            MOVE "Y" TO WS-SUPV-OK
            EXIT PARAGRAPH
        END-IF
    END-IF.
    OPEN INPUT OPER-FILE.
    IF WS-OPER-STATUS NOT = "00"
        DISPLAY "Operator security file not available - "
            "scope maintenance needs a supervisor."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Supervisor Operator ID: " WITH NO ADVANCING.
    ACCEPT WS-SUPV-ID-IN.
    DISPLAY "Supervisor Password   : " WITH NO ADVANCING.
    ACCEPT WS-SUPV-PW-IN.
    MOVE FUNCTION UPPER-CASE(WS-SUPV-ID-IN) TO OPER-ID.
    CALL "PWDCODE" USING WS-SUPV-PW-IN WS-SUPV-PW-CODED.
    READ OPER-FILE
        INVALID KEY
            DISPLAY "Supervisor approval failed."
        NOT INVALID KEY
            IF OPER-PASSWORD = WS-SUPV-PW-CODED
                    AND OPER-LEVEL >= 2
                    AND NOT OPER-IS-LOCKED
                MOVE "Y" TO WS-SUPV-OK
            ELSE
                DISPLAY "Supervisor approval failed."
            END-IF
    END-READ.
    CLOSE OPER-FILE.

LOAD-SCOPE-TABLE.
    MOVE ZERO TO WS-SCOPE-COUNT.
    OPEN INPUT SCOPE-FILE.
    IF WS-SCOPE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-SCOPE-STATUS = "10"
        READ SCOPE-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-SCOPE-COUNT < 500
                    ADD 1 TO WS-SCOPE-COUNT
                    MOVE OSC-OPER-ID
                        TO WS-TBL-OPER-ID(WS-SCOPE-COUNT)
                    MOVE OSC-BRANCH
                        TO WS-TBL-BRANCH(WS-SCOPE-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SCOPE-FILE.

SAVE-SCOPE-TABLE.
    OPEN OUTPUT SCOPE-FILE.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-SCOPE-COUNT
        MOVE WS-TBL-OPER-ID(WS-I) TO OSC-OPER-ID
        MOVE WS-TBL-BRANCH(WS-I) TO OSC-BRANCH
        WRITE OPER-SCOPE-RECORD
    END-PERFORM.
    CLOSE SCOPE-FILE.

ACCEPT-OPER-AND-BRANCH.
    DISPLAY "Operator ID       : " WITH NO ADVANCING.
    ACCEPT WS-OPER-IN.
    MOVE FUNCTION UPPER-CASE(WS-OPER-IN) TO WS-OPER-IN.
    DISPLAY "Branch (or *ALL)  : " WITH NO ADVANCING.
    ACCEPT WS-BRANCH-IN.
    MOVE FUNCTION UPPER-CASE(WS-BRANCH-IN) TO WS-BRANCH-IN.

CHECK-OPERATOR-KNOWN.
    MOVE "N" TO WS-OPER-KNOWN.
    OPEN INPUT OPER-FILE.
    IF WS-OPER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-OPER-IN TO OPER-ID.
    READ OPER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO WS-OPER-KNOWN
    END-READ.
    CLOSE OPER-FILE.

GRANT-BRANCH.
    PERFORM ACCEPT-OPER-AND-BRANCH.
    IF WS-OPER-IN = SPACES OR WS-BRANCH-IN = SPACES
        DISPLAY "Operator and branch are both required."
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-OPERATOR-KNOWN.
    IF WS-OPER-KNOWN NOT = "Y"
        DISPLAY "Operator " WS-OPER-IN
            " is not on opersec.dat - not granted."
        EXIT PARAGRAPH
    END-IF.
    IF WS-BRANCH-IN NOT = "*ALL"
        CALL "BRANCHVAL" USING WS-BRANCH-IN WS-BRANCH-OK
        IF WS-BRANCH-OK NOT = "Y"
            DISPLAY WS-BRANCH-IN
                " is not an active branch - not granted."
            EXIT PARAGRAPH
        END-IF
    END-IF.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-SCOPE-COUNT
        IF WS-TBL-OPER-ID(WS-I) = WS-OPER-IN
                AND WS-TBL-BRANCH(WS-I) = WS-BRANCH-IN
            DISPLAY "Already granted."
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.
    IF WS-SCOPE-COUNT >= 500
        DISPLAY "Scope file is full."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-SCOPE-COUNT.
    MOVE WS-OPER-IN TO WS-TBL-OPER-ID(WS-SCOPE-COUNT).
    MOVE WS-BRANCH-IN TO WS-TBL-BRANCH(WS-SCOPE-COUNT).
    PERFORM SAVE-SCOPE-TABLE.
    DISPLAY "Branch " WS-BRANCH-IN " granted to " WS-OPER-IN ".".
    IF WS-BRANCH-IN NOT = "*ALL"
        DISPLAY "Note: " WS-OPER-IN " now sees only the branches "
            "granted, from the next sign-on."
    END-IF.

REVOKE-BRANCH.
    PERFORM ACCEPT-OPER-AND-BRANCH.
    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-SCOPE-COUNT
        IF WS-TBL-OPER-ID(WS-I) = WS-OPER-IN
                AND WS-TBL-BRANCH(WS-I) = WS-BRANCH-IN
            MOVE "Y" TO WS-FOUND
            PERFORM VARYING WS-J FROM WS-I BY 1
                    UNTIL WS-J >= WS-SCOPE-COUNT
                MOVE WS-SCOPE-RAW-ENTRY(WS-J + 1)
                    TO WS-SCOPE-RAW-ENTRY(WS-J)
            END-PERFORM
            SUBTRACT 1 FROM WS-SCOPE-COUNT
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-FOUND = "Y"
        PERFORM SAVE-SCOPE-TABLE
        DISPLAY "Branch revoked."
    ELSE
        DISPLAY "That grant is not on the scope file."
    END-IF.

LIST-ONE-OPERATOR.
    DISPLAY "Operator ID: " WITH NO ADVANCING.
    ACCEPT WS-OPER-IN.
    MOVE FUNCTION UPPER-CASE(WS-OPER-IN) TO WS-OPER-IN.
    MOVE ZERO TO WS-LIST-COUNT.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-SCOPE-COUNT
        IF WS-TBL-OPER-ID(WS-I) = WS-OPER-IN
            ADD 1 TO WS-LIST-COUNT
            DISPLAY "  " WS-TBL-OPER-ID(WS-I) " may work "
                WS-TBL-BRANCH(WS-I)
        END-IF
    END-PERFORM.
    IF WS-LIST-COUNT = ZERO
        DISPLAY "No scope rows - " WS-OPER-IN
            " sees every branch."
    ELSE
        DISPLAY WS-LIST-COUNT " branch grant(s) on file."
    END-IF.

LIST-ALL-SCOPES.
    IF WS-SCOPE-COUNT = ZERO
        DISPLAY "The scope file is empty - every operator sees "
            "every branch."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "OPERATOR  BRANCH".
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-SCOPE-COUNT
        DISPLAY WS-TBL-OPER-ID(WS-I) "  " WS-TBL-BRANCH(WS-I)
    END-PERFORM.
    DISPLAY WS-SCOPE-COUNT " branch grant(s) on file.".
