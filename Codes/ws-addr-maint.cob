*>              show one, and remove one. WS-INPUT offers address
*>              capture at entry; this program covers everything
*>              after that, so the paper card file can finally be
*>              retired. Only employees of the branches in the
*>              operator's access scope (operscope.dat, through
*>              BRSCOPE) can have their address added, changed,
*>              shown or removed; any other is refused and the
*>              refusal logged to empaccess.log.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-ADDR-MAINT.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-EMP-KNOWN         PIC X.
    01 WS-CONFIRM           PIC X.
    01 WS-STREET-IN         PIC X(30).
    01 WS-CITY-IN           PIC X(20).
    01 WS-PROVINCE-IN       PIC X(20).
    01 WS-POSTAL-IN         PIC X(4).
    COPY BRSCOPE.
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    PERFORM RESOLVE-OPERATOR-ID.
    PERFORM RESOLVE-BRANCH-SCOPE.
    OPEN I-O ADDRESS-FILE.
    IF WS-ADDR-STATUS = "35"
        OPEN OUTPUT ADDRESS-FILE
    DISPLAY "Address maintenance ended.".
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

CHECK-EMPLOYEE-KNOWN.
    MOVE "N" TO WS-EMP-KNOWN.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER INVALID KEY
        DISPLAY "Employee " WS-LOOKUP-ID " is not on the master."
    NOT INVALID KEY
        PERFORM CHECK-EMPLOYEE-SCOPE
        IF BSC-IN-SCOPE = "Y"
            MOVE "Y" TO WS-EMP-KNOWN
            DISPLAY "Employee: " EMP-NAME " " EMP-SURNAME
        END-IF
    END-READ.

*> Show and remove judge the employee's branch on the master; an
*> address left behind by someone no longer there can still be
*> looked at and cleared.
CHECK-LOOKUP-SCOPE.
    MOVE "Y" TO BSC-IN-SCOPE.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER INVALID KEY
        CONTINUE
    NOT INVALID KEY
        PERFORM CHECK-EMPLOYEE-SCOPE
    END-READ.

ADD-OR-CHANGE-ADDRESS.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-EMPLOYEE-KNOWN.
    IF WS-EMP-KNOWN NOT = "Y"
        EXIT PARAGRAPH
SHOW-ADDRESS.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-LOOKUP-SCOPE.
    IF BSC-IN-SCOPE NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO ADR-EMP-ID.
    READ ADDRESS-FILE INVALID KEY
        DISPLAY "No address on file for " WS-LOOKUP-ID "."
REMOVE-ADDRESS.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-LOOKUP-SCOPE.
    IF BSC-IN-SCOPE NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO ADR-EMP-ID.
    READ ADDRESS-FILE INVALID KEY
        DISPLAY "No address on file for " WS-LOOKUP-ID "."
            DISPLAY "No change made."
        END-IF
    END-READ.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
