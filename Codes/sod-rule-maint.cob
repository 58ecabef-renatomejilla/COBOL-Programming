*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Maintenance for sodrules.dat, the segregation-of-
*>              duties conflict rules (see copybooks/SODRULE.cpy),
*>              in the manner OPER-FUNC-MAINT keeps operfunc.dat.
*>              FUNCAUTH judges each function on its own, so one
*>              operator could hold both halves of a sensitive
*>              duty; a rule names the two function codes and
*>              whether OPER-FUNC-MAINT refuses or only warns about
*>              a grant that brings them together. Add a rule,
*>              delete one, list them. On a brand-new installation
*>              the file is created with the pairs audit asked for
*>              first: bank account maintenance against pay
*>              disbursement, and raising a user change or
*>              deactivation against approving it. Supervisor-only.

IDENTIFICATION DIVISION.
PROGRAM-ID.     SOD-RULE-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RULE-FILE ASSIGN TO "sodrules.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RULE-STATUS.

        SELECT OPER-FILE ASSIGN TO "opersec.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OPER-ID
            FILE STATUS IS WS-OPER-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD RULE-FILE.
    COPY SODRULE.

    FD OPER-FILE.
    COPY OPERREC.

    WORKING-STORAGE SECTION.
    01 WS-RULE-STATUS       PIC XX.
    01 WS-OPER-STATUS       PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-SUPV-OK           PIC X.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SUPV-ID-IN        PIC X(8).
    01 WS-SUPV-PW-IN        PIC X(10).
    01 WS-SUPV-PW-CODED     PIC X(10).
    01 WS-FUNC-A-IN         PIC XX.
    01 WS-FUNC-B-IN         PIC XX.
    01 WS-ENFORCE-IN        PIC X.
    01 WS-DESC-IN           PIC X(40).
    01 WS-FOUND             PIC X.
    01 WS-I                 PIC 9(3).
    01 WS-J                 PIC 9(3).
    01 WS-RULE-NO           PIC ZZ9.
    01 WS-RULE-COUNT        PIC 9(3) VALUE ZERO.
    01 WS-RULE-TABLE.
        05 WS-RULE-ENTRY OCCURS 100 TIMES.
            10 WS-TBL-FUNC-A    PIC XX.
            10 WS-TBL-FUNC-B    PIC XX.
            10 WS-TBL-ENFORCE   PIC X.
            10 WS-TBL-DESC      PIC X(40).
    01 WS-RULE-RAW REDEFINES WS-RULE-TABLE.
        05 WS-RULE-RAW-ENTRY OCCURS 100 TIMES PIC X(45).

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    PERFORM VERIFY-SUPERVISOR.
    IF WS-SUPV-OK NOT = "Y"
        DISPLAY "Supervisor authority required. Program ends."
        GOBACK
    END-IF.

    PERFORM LOAD-RULE-TABLE.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== SEGREGATION OF DUTIES RULES ===="
        DISPLAY "1 - Add a Conflict Rule"
        DISPLAY "2 - Delete a Conflict Rule"
        DISPLAY "3 - List Rules"
        DISPLAY "4 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM ADD-RULE
            WHEN 2
                PERFORM DELETE-RULE
            WHEN 3
                PERFORM LIST-RULES
            WHEN 4
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    DISPLAY "Conflict rule maintenance ended.".
GOBACK.

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
            "rule maintenance needs a supervisor."
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

LOAD-RULE-TABLE.
    MOVE ZERO TO WS-RULE-COUNT.
    OPEN INPUT RULE-FILE.
    IF WS-RULE-STATUS = "35"
        PERFORM SEED-RULE-TABLE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-RULE-STATUS = "10"
        READ RULE-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-RULE-COUNT < 100
                    ADD 1 TO WS-RULE-COUNT
                    MOVE SOD-RULE-RECORD
                        TO WS-RULE-RAW-ENTRY(WS-RULE-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RULE-FILE.

SEED-RULE-TABLE.
    DISPLAY "sodrules.dat not found - creating it with the "
        "standard conflict rules.".
    MOVE 3 TO WS-RULE-COUNT.
    MOVE "92" TO WS-TBL-FUNC-A(1).
    MOVE "93" TO WS-TBL-FUNC-B(1).
    MOVE "R" TO WS-TBL-ENFORCE(1).
    MOVE "BANK ACCOUNT MAINT VS PAY DISBURSEMENT"
        TO WS-TBL-DESC(1).
    MOVE "U3" TO WS-TBL-FUNC-A(2).
    MOVE "62" TO WS-TBL-FUNC-B(2).
    MOVE "R" TO WS-TBL-ENFORCE(2).
    MOVE "RAISE USER CHANGE VS APPROVE IT"
        TO WS-TBL-DESC(2).
    MOVE "U4" TO WS-TBL-FUNC-A(3).
    MOVE "62" TO WS-TBL-FUNC-B(3).
    MOVE "R" TO WS-TBL-ENFORCE(3).
    MOVE "RAISE USER DEACTIVATION VS APPROVE IT"
        TO WS-TBL-DESC(3).
    PERFORM SAVE-RULE-TABLE.

SAVE-RULE-TABLE.
    OPEN OUTPUT RULE-FILE.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-RULE-COUNT
        MOVE WS-RULE-RAW-ENTRY(WS-I) TO SOD-RULE-RECORD
        WRITE SOD-RULE-RECORD
    END-PERFORM.
    CLOSE RULE-FILE.

ACCEPT-FUNCTION-PAIR.
    DISPLAY "First function code : " WITH NO ADVANCING.
    ACCEPT WS-FUNC-A-IN.
    MOVE FUNCTION UPPER-CASE(WS-FUNC-A-IN) TO WS-FUNC-A-IN.
    DISPLAY "Second function code: " WITH NO ADVANCING.
    ACCEPT WS-FUNC-B-IN.
    MOVE FUNCTION UPPER-CASE(WS-FUNC-B-IN) TO WS-FUNC-B-IN.

*> A pair matches in either order.
FIND-RULE.
    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-RULE-COUNT
        IF (WS-TBL-FUNC-A(WS-I) = WS-FUNC-A-IN
                AND WS-TBL-FUNC-B(WS-I) = WS-FUNC-B-IN)
            OR (WS-TBL-FUNC-A(WS-I) = WS-FUNC-B-IN
                AND WS-TBL-FUNC-B(WS-I) = WS-FUNC-A-IN)
            MOVE "Y" TO WS-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.

ADD-RULE.
    PERFORM ACCEPT-FUNCTION-PAIR.
    IF WS-FUNC-A-IN = SPACES OR WS-FUNC-B-IN = SPACES
        DISPLAY "Both function codes are required."
        EXIT PARAGRAPH
    END-IF.
    IF WS-FUNC-A-IN = WS-FUNC-B-IN
        DISPLAY "A function cannot conflict with itself."
        EXIT PARAGRAPH
    END-IF.
    PERFORM FIND-RULE.
    IF WS-FOUND = "Y"
        DISPLAY "That pair is already a rule."
        EXIT PARAGRAPH
    END-IF.
    IF WS-RULE-COUNT >= 100
        DISPLAY "Rule table is full."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Refuse or Warn on a conflicting grant? (R/W): "
        WITH NO ADVANCING.
    ACCEPT WS-ENFORCE-IN.
    MOVE FUNCTION UPPER-CASE(WS-ENFORCE-IN) TO WS-ENFORCE-IN.
    IF WS-ENFORCE-IN NOT = "R" AND WS-ENFORCE-IN NOT = "W"
        DISPLAY "Answer R or W - rule not added."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Description         : " WITH NO ADVANCING.
    ACCEPT WS-DESC-IN.
    ADD 1 TO WS-RULE-COUNT.
    MOVE WS-FUNC-A-IN TO WS-TBL-FUNC-A(WS-RULE-COUNT).
    MOVE WS-FUNC-B-IN TO WS-TBL-FUNC-B(WS-RULE-COUNT).
    MOVE WS-ENFORCE-IN TO WS-TBL-ENFORCE(WS-RULE-COUNT).
    MOVE FUNCTION UPPER-CASE(WS-DESC-IN)
        TO WS-TBL-DESC(WS-RULE-COUNT).
    PERFORM SAVE-RULE-TABLE.
    DISPLAY "Rule added: " WS-FUNC-A-IN " / " WS-FUNC-B-IN ".".
    DISPLAY "Run SOD-REPORT to find operators who already hold "
        "both.".

DELETE-RULE.
    PERFORM ACCEPT-FUNCTION-PAIR.
    PERFORM FIND-RULE.
    IF WS-FOUND NOT = "Y"
        DISPLAY "That pair is not a rule."
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-J FROM WS-I BY 1
            UNTIL WS-J >= WS-RULE-COUNT
        MOVE WS-RULE-RAW-ENTRY(WS-J + 1)
            TO WS-RULE-RAW-ENTRY(WS-J)
    END-PERFORM.
    SUBTRACT 1 FROM WS-RULE-COUNT.
    PERFORM SAVE-RULE-TABLE.
    DISPLAY "Rule deleted.".

LIST-RULES.
    IF WS-RULE-COUNT = ZERO
        DISPLAY "No conflict rules on file."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY " #  PAIR     ENF DESCRIPTION".
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-RULE-COUNT
        MOVE WS-I TO WS-RULE-NO
        DISPLAY WS-RULE-NO " " WS-TBL-FUNC-A(WS-I) " / "
            WS-TBL-FUNC-B(WS-I) "  " WS-TBL-ENFORCE(WS-I) "   "
            WS-TBL-DESC(WS-I)
    END-PERFORM.
    DISPLAY WS-RULE-COUNT " rule(s) on file.".
