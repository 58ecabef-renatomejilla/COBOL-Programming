*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Maintenance for glmap.dat, the account mapping of
*>              the general ledger payroll journal, in the
*>              table-based style of WS-BUDGET-MAINT: add or change
*>              a mapping row (journal item, branch validated
*>              through BRANCHVAL and department through DEPTVAL,
*>              either left blank for the default, GL account and
*>              description), remove one, and list them all.
*>              WS-GL-INTERFACE reads the rows.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-GLMAP-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT GLMAP-FILE ASSIGN TO "glmap.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GLMAP-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD GLMAP-FILE.
    COPY GLMAPREC.

    WORKING-STORAGE SECTION.
    01 WS-GLMAP-STATUS      PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-ITEM-IN           PIC X(4).
        88 WS-ITEM-VALID        VALUE "SAL " "SSS " "PHIC" "HDMF"
                                      "WTAX" "RCON" "LOAN" "HMO "
                                      "NET ".
    01 WS-BRANCH-IN         PIC X(15).
    01 WS-DEPT-IN           PIC X(10).
    01 WS-ACCOUNT-IN        PIC X(10).
    01 WS-DESC-IN           PIC X(30).
    01 WS-LOC-FOUND         PIC X.
    01 WS-DEPT-FOUND        PIC X.
    01 WS-FOUND             PIC X.
    01 WS-I                 PIC 9(3).
    01 WS-J                 PIC 9(3).
    01 WS-MAP-COUNT         PIC 9(3) VALUE ZERO.
    01 WS-MAP-TABLE.
        05 WS-MAP-ENTRY OCCURS 300 TIMES.
            10 WS-TBL-ITEM      PIC X(4).
            10 WS-TBL-BRANCH    PIC X(15).
            10 WS-TBL-DEPT      PIC X(10).
            10 WS-TBL-ACCOUNT   PIC X(10).
            10 WS-TBL-DESC      PIC X(30).
    01 WS-MAP-RAW REDEFINES WS-MAP-TABLE.
        05 WS-MAP-RAW-ENTRY OCCURS 300 TIMES PIC X(69).

PROCEDURE DIVISION.
001-MAIN.
    PERFORM LOAD-MAP-TABLE.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== GL ACCOUNT MAPPING ===="
        DISPLAY "1 - Add or Change Mapping"
        DISPLAY "2 - Remove Mapping"
        DISPLAY "3 - List Mappings"
        DISPLAY "4 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM ADD-OR-CHANGE-ROW
            WHEN 2
                PERFORM REMOVE-ROW
            WHEN 3
                PERFORM LIST-MAPPINGS
            WHEN 4
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    DISPLAY "GL mapping maintenance ended.".
GOBACK.

LOAD-MAP-TABLE.
    MOVE ZERO TO WS-MAP-COUNT.
    OPEN INPUT GLMAP-FILE.
    IF WS-GLMAP-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-GLMAP-STATUS = "10"
        READ GLMAP-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-MAP-COUNT < 300
                    ADD 1 TO WS-MAP-COUNT
                    MOVE GLM-ITEM TO WS-TBL-ITEM(WS-MAP-COUNT)
                    MOVE GLM-BRANCH TO WS-TBL-BRANCH(WS-MAP-COUNT)
                    MOVE GLM-DEPT TO WS-TBL-DEPT(WS-MAP-COUNT)
                    MOVE GLM-ACCOUNT TO WS-TBL-ACCOUNT(WS-MAP-COUNT)
                    MOVE GLM-DESC TO WS-TBL-DESC(WS-MAP-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE GLMAP-FILE.

SAVE-MAP-TABLE.
    OPEN OUTPUT GLMAP-FILE.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-MAP-COUNT
        MOVE WS-TBL-ITEM(WS-I) TO GLM-ITEM
        MOVE WS-TBL-BRANCH(WS-I) TO GLM-BRANCH
        MOVE WS-TBL-DEPT(WS-I) TO GLM-DEPT
        MOVE WS-TBL-ACCOUNT(WS-I) TO GLM-ACCOUNT
        MOVE WS-TBL-DESC(WS-I) TO GLM-DESC
        WRITE GL-MAP-RECORD
    END-PERFORM.
    CLOSE GLMAP-FILE.

ACCEPT-ROW-KEY.
    DISPLAY "Item (SAL SSS PHIC HDMF WTAX RCON LOAN HMO NET): "
        WITH NO ADVANCING.
    ACCEPT WS-ITEM-IN.
    MOVE FUNCTION UPPER-CASE(WS-ITEM-IN) TO WS-ITEM-IN.
    DISPLAY "Branch (blank = any)    : " WITH NO ADVANCING.
    ACCEPT WS-BRANCH-IN.
    DISPLAY "Department (blank = any): " WITH NO ADVANCING.
    ACCEPT WS-DEPT-IN.
    MOVE FUNCTION UPPER-CASE(WS-DEPT-IN) TO WS-DEPT-IN.

ADD-OR-CHANGE-ROW.
    PERFORM ACCEPT-ROW-KEY.
    IF NOT WS-ITEM-VALID
        DISPLAY "Not a journal item - row not saved."
        EXIT PARAGRAPH
    END-IF.
    IF WS-BRANCH-IN NOT = SPACES
        CALL "BRANCHVAL" USING WS-BRANCH-IN WS-LOC-FOUND
        IF WS-LOC-FOUND NOT = "Y"
            DISPLAY "Not an approved branch - row not saved."
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF WS-DEPT-IN NOT = SPACES
        IF WS-BRANCH-IN = SPACES
            DISPLAY "A department row needs its branch - row not "
                "saved."
            EXIT PARAGRAPH
        END-IF
        CALL "DEPTVAL" USING WS-DEPT-IN WS-DEPT-FOUND
        IF WS-DEPT-FOUND NOT = "Y"
            DISPLAY "Not an active department - row not saved."
            EXIT PARAGRAPH
        END-IF
    END-IF.
    DISPLAY "GL account              : " WITH NO ADVANCING.
    ACCEPT WS-ACCOUNT-IN.
    IF WS-ACCOUNT-IN = SPACES
        DISPLAY "An account is required - row not saved."
        EXIT PARAGRAPH
    END-IF.
    MOVE FUNCTION UPPER-CASE(WS-ACCOUNT-IN) TO WS-ACCOUNT-IN.
    DISPLAY "Description             : " WITH NO ADVANCING.
    ACCEPT WS-DESC-IN.
    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-MAP-COUNT
        IF WS-TBL-ITEM(WS-I) = WS-ITEM-IN
                AND WS-TBL-BRANCH(WS-I) = WS-BRANCH-IN
                AND WS-TBL-DEPT(WS-I) = WS-DEPT-IN
            MOVE "Y" TO WS-FOUND
            MOVE WS-ACCOUNT-IN TO WS-TBL-ACCOUNT(WS-I)
            MOVE WS-DESC-IN TO WS-TBL-DESC(WS-I)
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-FOUND = "N"
        IF WS-MAP-COUNT >= 300
            DISPLAY "Mapping table is full."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-MAP-COUNT
        MOVE WS-ITEM-IN TO WS-TBL-ITEM(WS-MAP-COUNT)
        MOVE WS-BRANCH-IN TO WS-TBL-BRANCH(WS-MAP-COUNT)
        MOVE WS-DEPT-IN TO WS-TBL-DEPT(WS-MAP-COUNT)
        MOVE WS-ACCOUNT-IN TO WS-TBL-ACCOUNT(WS-MAP-COUNT)
        MOVE WS-DESC-IN TO WS-TBL-DESC(WS-MAP-COUNT)
    END-IF.
    PERFORM SAVE-MAP-TABLE.
    DISPLAY "Mapping saved.".

REMOVE-ROW.
    PERFORM ACCEPT-ROW-KEY.
    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-MAP-COUNT
        IF WS-TBL-ITEM(WS-I) = WS-ITEM-IN
                AND WS-TBL-BRANCH(WS-I) = WS-BRANCH-IN
                AND WS-TBL-DEPT(WS-I) = WS-DEPT-IN
            MOVE "Y" TO WS-FOUND
            PERFORM VARYING WS-J FROM WS-I BY 1
                    UNTIL WS-J >= WS-MAP-COUNT
                MOVE WS-MAP-RAW-ENTRY(WS-J + 1)
                    TO WS-MAP-RAW-ENTRY(WS-J)
            END-PERFORM
            SUBTRACT 1 FROM WS-MAP-COUNT
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-FOUND = "Y"
        PERFORM SAVE-MAP-TABLE
        DISPLAY "Mapping removed."
    ELSE
        DISPLAY "Mapping not found."
    END-IF.

LIST-MAPPINGS.
    DISPLAY "ITEM BRANCH          DEPT       ACCOUNT    DESCRIPTION".
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-MAP-COUNT
        DISPLAY WS-TBL-ITEM(WS-I) " "
            WS-TBL-BRANCH(WS-I) " "
            WS-TBL-DEPT(WS-I) " "
            WS-TBL-ACCOUNT(WS-I) " "
            WS-TBL-DESC(WS-I)
    END-PERFORM.
    IF WS-MAP-COUNT = ZERO
        DISPLAY "No mappings on glmap.dat."
    ELSE
        DISPLAY WS-MAP-COUNT " mapping(s)."
    END-IF.
