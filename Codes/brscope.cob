*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Callable branch access scope service, in the mold
*>              of FUNCAUTH. FUNCAUTH decides which functions an
*>              operator may take; this decides whose records the
*>              operator may see inside them. operscope.dat (see
*>              OPER-SCOPE-MAINT) names the branches each operator
*>              may work; an operator with no rows, or a "*ALL"
*>              row, sees every branch. "L" loads an operator's
*>              scope, "C" checks one employee's branch against a
*>              loaded scope and, when asked, logs the refusal to
*>              empaccess.log (found-flag "R") so the lookup
*>              access review in EMPACCESS-REPORT shows it. See
*>              copybooks/BRSCOPE.cpy for the parameter area.

IDENTIFICATION DIVISION.
PROGRAM-ID.     BRSCOPE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SCOPE-FILE ASSIGN TO "operscope.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCOPE-STATUS.

        SELECT ACCESS-LOG ASSIGN TO "empaccess.log"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACCESS-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD SCOPE-FILE.
    COPY OPERSCOP.

    FD ACCESS-LOG.
    01 ACCESS-LOG-RECORD.
        05 ACC-TIMESTAMP    PIC X(14).
        05 FILLER           PIC X VALUE SPACE.
        05 ACC-OPERATOR     PIC X(8).
        05 FILLER           PIC X VALUE SPACE.
        05 ACC-EMP-ID       PIC 9(6).
        05 FILLER           PIC X VALUE SPACE.
        05 ACC-FOUND        PIC X.

    WORKING-STORAGE SECTION.
    01 WS-SCOPE-STATUS      PIC XX.
    01 WS-ACCESS-STATUS     PIC XX.
    01 WS-SCOPE-IDX         PIC 99.
    01 WS-OPER-ROWS         PIC 9(3).
    01 WS-DROPPED-ROWS      PIC 9(3).
    01 WS-CHECK-BRANCH      PIC X(15).
    01 WS-SCOPE-BRANCH      PIC X(15).

    LINKAGE SECTION.
    COPY BRSCOPE.

PROCEDURE DIVISION USING BR-SCOPE-AREA.
001-MAIN.
    EVALUATE TRUE
        WHEN BSC-LOAD
            PERFORM LOAD-OPERATOR-SCOPE
        WHEN BSC-CHECK
            PERFORM CHECK-BRANCH-SCOPE
        WHEN OTHER
            MOVE "N" TO BSC-IN-SCOPE
    END-EVALUATE.
GOBACK.

*> A missing operscope.dat is simply an empty scope table, and an
*> operator with no rows keeps every branch, so nothing changes
*> until a supervisor starts naming branches.
LOAD-OPERATOR-SCOPE.
    MOVE "Y" TO BSC-SCOPE-ALL.
    MOVE ZERO TO BSC-BRANCH-COUNT.
    MOVE ZERO TO WS-OPER-ROWS.
    MOVE ZERO TO WS-DROPPED-ROWS.
    PERFORM VARYING WS-SCOPE-IDX FROM 1 BY 1
            UNTIL WS-SCOPE-IDX > 10
        MOVE SPACES TO BSC-SCOPE-BRANCH(WS-SCOPE-IDX)
    END-PERFORM.
    OPEN INPUT SCOPE-FILE.
    IF WS-SCOPE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-SCOPE-STATUS = "10"
        READ SCOPE-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF OSC-OPER-ID = BSC-OPERATOR-ID
                    PERFORM ADD-SCOPE-ROW
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SCOPE-FILE.

*> Any "*ALL" row wins over the named branches.
    IF WS-OPER-ROWS > ZERO AND BSC-SCOPE-ALL NOT = "*"
        MOVE "N" TO BSC-SCOPE-ALL
    ELSE
        MOVE "Y" TO BSC-SCOPE-ALL
    END-IF.
    IF WS-DROPPED-ROWS > ZERO AND BSC-SCOPE-ALL = "N"
        DISPLAY "BRSCOPE: " BSC-OPERATOR-ID " has more than 10 "
            "branches on operscope.dat - " WS-DROPPED-ROWS
            " not loaded. Use *ALL or trim the list."
    END-IF.

ADD-SCOPE-ROW.
    ADD 1 TO WS-OPER-ROWS.
    IF OSC-BRANCH = "*ALL"
        MOVE "*" TO BSC-SCOPE-ALL
        EXIT PARAGRAPH
    END-IF.
    IF BSC-BRANCH-COUNT < 10
        ADD 1 TO BSC-BRANCH-COUNT
        MOVE FUNCTION UPPER-CASE(OSC-BRANCH)
            TO BSC-SCOPE-BRANCH(BSC-BRANCH-COUNT)
    ELSE
        ADD 1 TO WS-DROPPED-ROWS
    END-IF.

CHECK-BRANCH-SCOPE.
    MOVE "N" TO BSC-IN-SCOPE.
    IF BSC-SCOPE-ALL = "Y"
        MOVE "Y" TO BSC-IN-SCOPE
        EXIT PARAGRAPH
    END-IF.
    MOVE FUNCTION UPPER-CASE(BSC-BRANCH) TO WS-CHECK-BRANCH.
    PERFORM VARYING WS-SCOPE-IDX FROM 1 BY 1
            UNTIL WS-SCOPE-IDX > BSC-BRANCH-COUNT
               OR WS-SCOPE-IDX > 10
        MOVE BSC-SCOPE-BRANCH(WS-SCOPE-IDX) TO WS-SCOPE-BRANCH
        IF WS-SCOPE-BRANCH = WS-CHECK-BRANCH
            MOVE "Y" TO BSC-IN-SCOPE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF BSC-IN-SCOPE = "N" AND BSC-LOG-REFUSAL = "Y"
        PERFORM LOG-REFUSAL
    END-IF.

*> Same line WS-EMP-INQUIRY writes for a lookup, with found-flag
*> "R": the record exists but lies outside the operator's scope.
LOG-REFUSAL.
    OPEN EXTEND ACCESS-LOG.
    IF WS-ACCESS-STATUS = "35"
        OPEN OUTPUT ACCESS-LOG
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:14) TO ACC-TIMESTAMP.
    MOVE BSC-OPERATOR-ID TO ACC-OPERATOR.
    MOVE BSC-EMP-ID TO ACC-EMP-ID.
    MOVE "R" TO ACC-FOUND.
    WRITE ACCESS-LOG-RECORD.
    CLOSE ACCESS-LOG.
