*>              protected INDEXED-FILE-DEMO functions ("U3", "U4",
*>              "U9", "ID" - their own namespace, so no menu
*>              selection can ever grant them by accident) - see
*>              copybooks/OPERFUNC.cpy. Every grant and revoke is
*>              logged to seclog.dat (GRNT / RVOK, with the function
*>              code) like any other change to operator security.
*>              A grant that would give one operator both halves of
*>              a segregation-of-duties rule on sodrules.dat (see
*>              copybooks/SODRULE.cpy) is refused, or - for a
*>              warn-only rule - granted only when the supervisor
*>              confirms it.

IDENTIFICATION DIVISION.
PROGRAM-ID.     OPER-FUNC-MAINT.
            RECORD KEY IS OPER-ID
            FILE STATUS IS WS-OPER-STATUS.

        SELECT SOD-FILE ASSIGN TO "sodrules.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SOD-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD PERM-FILE.
    FD OPER-FILE.
    COPY OPERREC.

    FD SOD-FILE.
    COPY SODRULE.

    WORKING-STORAGE SECTION.
    01 WS-PERM-STATUS       PIC XX.
    01 WS-OPER-STATUS       PIC XX.
    01 WS-SOD-STATUS        PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-SUPV-OK           PIC X.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SUPV-ID-IN        PIC X(8).
    01 WS-ACTING-ID         PIC X(8).
    01 WS-SUPV-PW-IN        PIC X(10).
    01 WS-SUPV-PW-CODED     PIC X(10).
    01 WS-OPER-IN           PIC X(8).
            10 WS-TBL-FUNCTION  PIC XX.
    01 WS-PERM-RAW REDEFINES WS-PERM-TABLE.
        05 WS-PERM-RAW-ENTRY OCCURS 500 TIMES PIC X(10).
    01 WS-SOD-BLOCKED       PIC X.
    01 WS-SOD-OTHER         PIC XX.
    01 WS-SOD-CONFIRM       PIC X.
    01 WS-K                 PIC 9(3).
    01 WS-RULE-COUNT        PIC 9(3) VALUE ZERO.
    01 WS-RULE-TABLE.
        05 WS-RULE-ENTRY OCCURS 100 TIMES.
            10 WS-RUL-FUNC-A    PIC XX.
            10 WS-RUL-FUNC-B    PIC XX.
            10 WS-RUL-ENFORCE   PIC X.
            10 WS-RUL-DESC      PIC X(40).
    COPY SECLOG.

LINKAGE SECTION.
COPY SIGNON.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y" AND SGN-OPER-LEVEL >= 2
            MOVE SGN-OPERATOR-ID TO WS-ACTING-ID
            MOVE "Y" TO WS-SUPV-OK
            EXIT PARAGRAPH
        END-IF
            IF OPER-PASSWORD = WS-SUPV-PW-CODED
                    AND OPER-LEVEL >= 2
                    AND NOT OPER-IS-LOCKED
                MOVE OPER-ID TO WS-ACTING-ID
                MOVE "Y" TO WS-SUPV-OK
            ELSE
                DISPLAY "Supervisor approval failed."
        DISPLAY "Permission matrix is full."
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-SOD-CONFLICT.
    IF WS-SOD-BLOCKED = "Y"
        DISPLAY "Function " WS-FUNC-IN " not granted."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-PERM-COUNT.
    MOVE WS-OPER-IN TO WS-TBL-OPER-ID(WS-PERM-COUNT).
    MOVE WS-FUNC-IN TO WS-TBL-FUNCTION(WS-PERM-COUNT).
    PERFORM SAVE-PERM-TABLE.
    MOVE "GRNT" TO SCL-ACTION.
    PERFORM LOG-PERM-CHANGE.
    DISPLAY "Function " WS-FUNC-IN " granted to " WS-OPER-IN ".".
    DISPLAY "Note: the first grant switches " WS-OPER-IN
        " to matrix-only access.".

*> sodrules.dat is read afresh for each grant so a rule added in
*> SOD-RULE-MAINT applies at once; no file means no rules.
LOAD-SOD-RULES.
    MOVE ZERO TO WS-RULE-COUNT.
    OPEN INPUT SOD-FILE.
    IF WS-SOD-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-SOD-STATUS = "10"
        READ SOD-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-RULE-COUNT < 100
                    ADD 1 TO WS-RULE-COUNT
                    MOVE SOD-FUNC-A TO WS-RUL-FUNC-A(WS-RULE-COUNT)
                    MOVE SOD-FUNC-B TO WS-RUL-FUNC-B(WS-RULE-COUNT)
                    MOVE SOD-ENFORCE
                        TO WS-RUL-ENFORCE(WS-RULE-COUNT)
                    MOVE SOD-DESC TO WS-RUL-DESC(WS-RULE-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SOD-FILE.

*> For every rule naming the function being granted, look for the
*> other half among the operator's existing grants. A refuse rule
*> stops the grant outright; a warn rule asks the supervisor.
CHECK-SOD-CONFLICT.
    MOVE "N" TO WS-SOD-BLOCKED.
    PERFORM LOAD-SOD-RULES.
    PERFORM VARYING WS-K FROM 1 BY 1
            UNTIL WS-K > WS-RULE-COUNT OR WS-SOD-BLOCKED = "Y"
        MOVE SPACES TO WS-SOD-OTHER
        IF WS-RUL-FUNC-A(WS-K) = WS-FUNC-IN
            MOVE WS-RUL-FUNC-B(WS-K) TO WS-SOD-OTHER
        END-IF
        IF WS-RUL-FUNC-B(WS-K) = WS-FUNC-IN
            MOVE WS-RUL-FUNC-A(WS-K) TO WS-SOD-OTHER
        END-IF
        IF WS-SOD-OTHER NOT = SPACES
            MOVE "N" TO WS-FOUND
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-PERM-COUNT
                IF WS-TBL-OPER-ID(WS-I) = WS-OPER-IN
                        AND WS-TBL-FUNCTION(WS-I) = WS-SOD-OTHER
                    MOVE "Y" TO WS-FOUND
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-FOUND = "Y"
                DISPLAY "Conflict: " WS-OPER-IN " already holds "
                    WS-SOD-OTHER " - " WS-RUL-DESC(WS-K)
                IF WS-RUL-ENFORCE(WS-K) = "W"
                    DISPLAY "Grant anyway? (Y/N): "
                        WITH NO ADVANCING
                    ACCEPT WS-SOD-CONFIRM
                    IF FUNCTION UPPER-CASE(WS-SOD-CONFIRM) NOT = "Y"
                        MOVE "Y" TO WS-SOD-BLOCKED
                    END-IF
                ELSE
                    DISPLAY "Segregation-of-duties rule forbids "
                        "holding " WS-FUNC-IN " with " WS-SOD-OTHER
                        "."
                    MOVE "Y" TO WS-SOD-BLOCKED
                END-IF
            END-IF
        END-IF
    END-PERFORM.

REVOKE-FUNCTION.
    PERFORM ACCEPT-OPER-AND-FUNCTION.
    MOVE "N" TO WS-FOUND.
    END-PERFORM.
    IF WS-FOUND = "Y"
        PERFORM SAVE-PERM-TABLE
        MOVE "RVOK" TO SCL-ACTION
        PERFORM LOG-PERM-CHANGE
        DISPLAY "Function revoked."
    ELSE
        DISPLAY "That grant is not on the matrix."
    END-IF.

LOG-PERM-CHANGE.
    MOVE WS-ACTING-ID TO SCL-ACTING-OPER.
    MOVE WS-OPER-IN TO SCL-TARGET-OPER.
    MOVE WS-FUNC-IN TO SCL-DETAIL.
    CALL "SECLOG" USING SEC-LOG-AREA.

LIST-ONE-OPERATOR.
    DISPLAY "Operator ID: " WITH NO ADVANCING.
    ACCEPT WS-OPER-IN.
