*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Saved query maintenance for querydef.dat (see
*>              copybooks/QRYDEF.cpy), the named warehouse queries
*>              QUERY-RUN prints or extracts. A query is its output
*>              columns - SQL expression, heading and print width -
*>              and the rest of the SELECT from FROM on, with &1 to
*>              &3 where the run-time parameters go. Only a read of
*>              the warehouse is accepted: the text may not carry a
*>              second statement or any verb that changes data or
*>              tables, and the columns must fit the 132-column
*>              report. Add or change a query, remove one, list
*>              them, show one in full, or load the standard set
*>              (a name already on file keeps its definition).
*>              Writing SQL against the warehouse is a function of
*>              its own: the operator must be signed on through the
*>              master menu and pass FUNCAUTH for it, which an
*>              operator without permission matrix rows does only
*>              at supervisor level.

IDENTIFICATION DIVISION.
PROGRAM-ID.     QUERY-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT QUERY-FILE ASSIGN TO "querydef.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS QDF-NAME
            FILE STATUS IS WS-QUERY-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD QUERY-FILE.
    COPY QRYDEF.

    WORKING-STORAGE SECTION.
    01 WS-QUERY-STATUS      PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-AUTH-OK           PIC X VALUE "N".
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-NAME-IN           PIC X(8).
    01 WS-TITLE-IN          PIC X(40).
    01 WS-FROM-IN           PIC X(200).
    01 WS-COUNT-IN          PIC X.
    01 WS-WIDTH-IN          PIC 99.
    01 WS-CONFIRM           PIC X.
    01 WS-ON-FILE           PIC X.
    01 WS-LIST-COUNT        PIC 9(5).
    01 WS-ON-FILE-BEFORE    PIC 9(5).
    01 WS-ON-FILE-AFTER     PIC 9(5).
    01 WS-LOADED-COUNT      PIC 9(5).
    01 WS-IDX               PIC 99.
    01 WS-POS               PIC 999.
    01 WS-DEF-OK            PIC X.
    01 WS-LINE-WIDTH        PIC 9(4).
    01 WS-WORD-COUNT        PIC 99.
    01 WS-WORD-IDX          PIC 99.
    01 WS-CHECK-TEXT        PIC X(200).
    01 WS-PARM-NO           PIC 9.
*> A saved query reads the warehouse and nothing else; any of
*> these words in its text is refused.
    01 WS-BANNED-WORDS.
        05 FILLER           PIC X(8) VALUE "INSERT".
        05 FILLER           PIC X(8) VALUE "UPDATE".
        05 FILLER           PIC X(8) VALUE "DELETE".
        05 FILLER           PIC X(8) VALUE "DROP".
        05 FILLER           PIC X(8) VALUE "ALTER".
        05 FILLER           PIC X(8) VALUE "CREATE".
        05 FILLER           PIC X(8) VALUE "ATTACH".
        05 FILLER           PIC X(8) VALUE "DETACH".
        05 FILLER           PIC X(8) VALUE "PRAGMA".
        05 FILLER           PIC X(8) VALUE "VACUUM".
    01 WS-BANNED-TABLE REDEFINES WS-BANNED-WORDS.
        05 WS-BANNED-WORD   PIC X(8) OCCURS 10 TIMES.
    COPY FUNCAUTH.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM VERIFY-AUTHORIZATION.
    IF WS-AUTH-OK NOT = "Y"
        GOBACK
    END-IF.

    OPEN I-O QUERY-FILE.
    IF WS-QUERY-STATUS = "35"
        OPEN OUTPUT QUERY-FILE
        PERFORM WRITE-STANDARD-QUERIES
        CLOSE QUERY-FILE
        OPEN I-O QUERY-FILE
        DISPLAY "querydef.dat created with the standard queries."
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== SAVED QUERY DEFINITIONS ===="
        DISPLAY "1 - Add or Change Query"
        DISPLAY "2 - Remove Query"
        DISPLAY "3 - List Queries"
        DISPLAY "4 - Show Query"
        DISPLAY "5 - Load Standard Queries"
        DISPLAY "6 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM ADD-OR-CHANGE-QUERY
            WHEN 2
                PERFORM REMOVE-QUERY
            WHEN 3
                PERFORM LIST-QUERIES
            WHEN 4
                PERFORM SHOW-QUERY
            WHEN 5
                PERFORM LOAD-STANDARD-QUERIES
            WHEN 6
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE QUERY-FILE.
    DISPLAY "Saved query maintenance ended.".
GOBACK.

*> G2 is the menu selection this program is dispatched under; an
*> operator with no matrix rows needs supervisor level for it.
VERIFY-AUTHORIZATION.
    MOVE "N" TO WS-AUTH-OK.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR = NULL
        DISPLAY "Saved queries are maintained from the master menu."
        EXIT PARAGRAPH
    END-IF.
    IF SGN-SIGNED-ON NOT = "Y"
        DISPLAY "Saved queries are maintained from the master menu."
        EXIT PARAGRAPH
    END-IF.
    MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.
    MOVE SGN-OPERATOR-ID TO FNA-OPERATOR-ID.
    MOVE SGN-OPER-LEVEL TO FNA-OPER-LEVEL.
    MOVE "G2" TO FNA-FUNCTION.
    MOVE 2 TO FNA-MIN-LEVEL.
    CALL "FUNCAUTH" USING FUNC-AUTH-AREA.
    IF FNA-ALLOWED NOT = "Y"
        DISPLAY "Operator " WS-OPERATOR-ID " is not authorized to "
            "maintain saved queries."
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-AUTH-OK.

ACCEPT-QUERY-NAME.
    DISPLAY "Query name               : " WITH NO ADVANCING.
    ACCEPT WS-NAME-IN.
    MOVE FUNCTION UPPER-CASE(WS-NAME-IN) TO WS-NAME-IN.

ADD-OR-CHANGE-QUERY.
    PERFORM ACCEPT-QUERY-NAME.
    IF WS-NAME-IN = SPACES
        DISPLAY "Name is required - not saved."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-NAME-IN TO QDF-NAME.
    READ QUERY-FILE
        INVALID KEY
            MOVE "23" TO WS-QUERY-STATUS
    END-READ.
    IF WS-QUERY-STATUS = "00"
        MOVE "Y" TO WS-ON-FILE
        PERFORM DISPLAY-ONE-QUERY
        DISPLAY "Leave an entry blank (or K for a count) to keep it."
    ELSE
        MOVE "N" TO WS-ON-FILE
        INITIALIZE QUERY-DEF-RECORD
        MOVE WS-NAME-IN TO QDF-NAME
    END-IF.

    DISPLAY "Title                    : " WITH NO ADVANCING.
    ACCEPT WS-TITLE-IN.
    IF WS-TITLE-IN NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-TITLE-IN) TO QDF-TITLE
    END-IF.
    DISPLAY "FROM ... (the rest of the SELECT, &1 to &3 for the "
        "parameters):".
    ACCEPT WS-FROM-IN.
    IF WS-FROM-IN NOT = SPACES
        MOVE WS-FROM-IN TO QDF-FROM
    END-IF.

    DISPLAY "Number of parameters 0-3 : " WITH NO ADVANCING.
    ACCEPT WS-COUNT-IN.
    MOVE FUNCTION UPPER-CASE(WS-COUNT-IN) TO WS-COUNT-IN.
    IF WS-COUNT-IN = "K" AND WS-ON-FILE = "Y"
        CONTINUE
    ELSE
        IF WS-COUNT-IN < "0" OR WS-COUNT-IN > "3"
            DISPLAY "Parameters must be 0 to 3 - not saved."
            EXIT PARAGRAPH
        END-IF
        MOVE WS-COUNT-IN TO QDF-PARM-COUNT
        INITIALIZE QDF-PARM(1) QDF-PARM(2) QDF-PARM(3)
        PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > QDF-PARM-COUNT
            DISPLAY "  &" WS-IDX(2:1) " prompt              : "
                WITH NO ADVANCING
            ACCEPT QDF-PARM-PROMPT(WS-IDX)
            DISPLAY "  &" WS-IDX(2:1) " type (N number, T text, "
                "D date): " WITH NO ADVANCING
            ACCEPT QDF-PARM-TYPE(WS-IDX)
            MOVE FUNCTION UPPER-CASE(QDF-PARM-TYPE(WS-IDX))
                TO QDF-PARM-TYPE(WS-IDX)
        END-PERFORM
    END-IF.

    DISPLAY "Number of columns 1-8    : " WITH NO ADVANCING.
    ACCEPT WS-COUNT-IN.
    MOVE FUNCTION UPPER-CASE(WS-COUNT-IN) TO WS-COUNT-IN.
    IF WS-COUNT-IN = "K" AND WS-ON-FILE = "Y"
        CONTINUE
    ELSE
        IF WS-COUNT-IN < "1" OR WS-COUNT-IN > "8"
            DISPLAY "Columns must be 1 to 8 - not saved."
            EXIT PARAGRAPH
        END-IF
        MOVE WS-COUNT-IN TO QDF-COL-COUNT
        INITIALIZE QDF-COL(1) QDF-COL(2) QDF-COL(3) QDF-COL(4)
            QDF-COL(5) QDF-COL(6) QDF-COL(7) QDF-COL(8)
        PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > QDF-COL-COUNT
            DISPLAY "  Column " WS-IDX(2:1) " heading          : "
                WITH NO ADVANCING
            ACCEPT QDF-COL-HEAD(WS-IDX)
            MOVE FUNCTION UPPER-CASE(QDF-COL-HEAD(WS-IDX))
                TO QDF-COL-HEAD(WS-IDX)
            DISPLAY "  Column " WS-IDX(2:1) " width 1-60       : "
                WITH NO ADVANCING
            ACCEPT WS-WIDTH-IN
            MOVE WS-WIDTH-IN TO QDF-COL-WIDTH(WS-IDX)
            DISPLAY "  Column " WS-IDX(2:1) " SQL expression   : "
                WITH NO ADVANCING
            ACCEPT QDF-COL-EXPR(WS-IDX)
        END-PERFORM
    END-IF.

    PERFORM VALIDATE-DEFINITION.
    IF WS-DEF-OK NOT = "Y"
        DISPLAY "Query " FUNCTION TRIM(WS-NAME-IN) " not saved."
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-OPERATOR-ID TO QDF-CHANGED-BY.
    MOVE WS-RUN-DATE TO QDF-CHANGED-DATE.
    IF WS-ON-FILE = "Y"
        REWRITE QUERY-DEF-RECORD
        DISPLAY "Query " FUNCTION TRIM(WS-NAME-IN) " changed."
    ELSE
        WRITE QUERY-DEF-RECORD
        DISPLAY "Query " FUNCTION TRIM(WS-NAME-IN) " added."
    END-IF.

*> Checks the record as it would be saved: the text reads the
*> warehouse only, every &n has a parameter, and the columns fit
*> the report line.
VALIDATE-DEFINITION.
    MOVE "Y" TO WS-DEF-OK.
    IF QDF-TITLE = SPACES
        DISPLAY "A title is required."
        MOVE "N" TO WS-DEF-OK
    END-IF.
    MOVE FUNCTION UPPER-CASE(QDF-FROM) TO WS-CHECK-TEXT.
    IF WS-CHECK-TEXT(1:5) NOT = "FROM "
        DISPLAY "The query text must start with FROM."
        MOVE "N" TO WS-DEF-OK
    END-IF.
    PERFORM CHECK-SQL-TEXT.

    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > QDF-PARM-COUNT
        IF QDF-PARM-PROMPT(WS-IDX) = SPACES
            DISPLAY "Parameter &" WS-IDX(2:1) " needs a prompt."
            MOVE "N" TO WS-DEF-OK
        END-IF
        IF NOT QDF-PARM-NUMBER(WS-IDX)
                AND NOT QDF-PARM-TEXT(WS-IDX)
                AND NOT QDF-PARM-DATE(WS-IDX)
            DISPLAY "Parameter &" WS-IDX(2:1)
                " type must be N, T or D."
            MOVE "N" TO WS-DEF-OK
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 199
        IF QDF-FROM(WS-POS:1) = "&"
                AND QDF-FROM(WS-POS + 1:1) IS NUMERIC
            MOVE QDF-FROM(WS-POS + 1:1) TO WS-PARM-NO
            IF WS-PARM-NO = ZERO OR WS-PARM-NO > QDF-PARM-COUNT
                DISPLAY "&" WS-PARM-NO " is used but there is no "
                    "such parameter."
                MOVE "N" TO WS-DEF-OK
            END-IF
        END-IF
    END-PERFORM.

    IF QDF-COL-COUNT < 1 OR QDF-COL-COUNT > 8
        DISPLAY "A query needs 1 to 8 columns."
        MOVE "N" TO WS-DEF-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-LINE-WIDTH.
    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > QDF-COL-COUNT
        IF QDF-COL-HEAD(WS-IDX) = SPACES
                OR QDF-COL-EXPR(WS-IDX) = SPACES
            DISPLAY "Column " WS-IDX(2:1)
                " needs a heading and an expression."
            MOVE "N" TO WS-DEF-OK
        END-IF
        IF QDF-COL-WIDTH(WS-IDX) NOT NUMERIC
            MOVE ZERO TO QDF-COL-WIDTH(WS-IDX)
        END-IF
        IF QDF-COL-WIDTH(WS-IDX) < 1 OR QDF-COL-WIDTH(WS-IDX) > 60
            DISPLAY "Column " WS-IDX(2:1) " width must be 1 to 60."
            MOVE "N" TO WS-DEF-OK
        END-IF
        COMPUTE WS-LINE-WIDTH = WS-LINE-WIDTH
            + QDF-COL-WIDTH(WS-IDX) + 1
        MOVE FUNCTION UPPER-CASE(QDF-COL-EXPR(WS-IDX))
            TO WS-CHECK-TEXT
        PERFORM CHECK-SQL-TEXT
    END-PERFORM.
    IF WS-LINE-WIDTH > 133
        DISPLAY "The columns come to " WS-LINE-WIDTH " print "
            "positions with their spacing - the report holds 132."
        MOVE "N" TO WS-DEF-OK
    END-IF.

*> WS-CHECK-TEXT carries the upper-cased text to check.
CHECK-SQL-TEXT.
    MOVE ZERO TO WS-WORD-COUNT.
    INSPECT WS-CHECK-TEXT TALLYING WS-WORD-COUNT FOR ALL ";".
    IF WS-WORD-COUNT > ZERO
        DISPLAY "A saved query is a single statement - no ; allowed."
        MOVE "N" TO WS-DEF-OK
    END-IF.
    PERFORM VARYING WS-WORD-IDX FROM 1 BY 1 UNTIL WS-WORD-IDX > 10
        MOVE ZERO TO WS-WORD-COUNT
        INSPECT WS-CHECK-TEXT TALLYING WS-WORD-COUNT
            FOR ALL FUNCTION TRIM(WS-BANNED-WORD(WS-WORD-IDX))
        IF WS-WORD-COUNT > ZERO
            DISPLAY FUNCTION TRIM(WS-BANNED-WORD(WS-WORD-IDX))
                " is not allowed - a saved query only reads the "
                "warehouse."
            MOVE "N" TO WS-DEF-OK
        END-IF
    END-PERFORM.

REMOVE-QUERY.
    PERFORM ACCEPT-QUERY-NAME.
    MOVE WS-NAME-IN TO QDF-NAME.
    READ QUERY-FILE
        INVALID KEY
            DISPLAY "No query " FUNCTION TRIM(WS-NAME-IN)
                " on file."
            EXIT PARAGRAPH
    END-READ.
    PERFORM DISPLAY-ONE-QUERY.
    DISPLAY "Remove this query? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
        DELETE QUERY-FILE RECORD
        DISPLAY "Query removed."
    ELSE
        DISPLAY "Query kept."
    END-IF.

LIST-QUERIES.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE LOW-VALUES TO QDF-NAME.
    START QUERY-FILE KEY IS NOT LESS THAN QDF-NAME
        INVALID KEY
            DISPLAY "No queries on file."
            EXIT PARAGRAPH
    END-START.
    DISPLAY "NAME     TITLE                                    "
        "PARMS COLS CHANGED BY".
    PERFORM UNTIL WS-QUERY-STATUS NOT = "00"
        READ QUERY-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-LIST-COUNT
        DISPLAY QDF-NAME " " QDF-TITLE " " QDF-PARM-COUNT "     "
            QDF-COL-COUNT "    " QDF-CHANGED-DATE " "
            QDF-CHANGED-BY
    END-PERFORM.
    MOVE "00" TO WS-QUERY-STATUS.
    DISPLAY WS-LIST-COUNT " query(ies).".

SHOW-QUERY.
    PERFORM ACCEPT-QUERY-NAME.
    MOVE WS-NAME-IN TO QDF-NAME.
    READ QUERY-FILE
        INVALID KEY
            DISPLAY "No query " FUNCTION TRIM(WS-NAME-IN)
                " on file."
            EXIT PARAGRAPH
    END-READ.
    PERFORM DISPLAY-ONE-QUERY.

DISPLAY-ONE-QUERY.
    DISPLAY " ".
    DISPLAY QDF-NAME "  " QDF-TITLE.
    DISPLAY "  Changed " QDF-CHANGED-DATE " by " QDF-CHANGED-BY.
    DISPLAY "  " QDF-FROM(1:70).
    IF QDF-FROM(71:130) NOT = SPACES
        DISPLAY "  " QDF-FROM(71:70)
    END-IF.
    IF QDF-FROM(141:60) NOT = SPACES
        DISPLAY "  " QDF-FROM(141:60)
    END-IF.
    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > QDF-PARM-COUNT
        DISPLAY "  &" WS-IDX(2:1) " " QDF-PARM-TYPE(WS-IDX) " "
            QDF-PARM-PROMPT(WS-IDX)
    END-PERFORM.
    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > QDF-COL-COUNT
        DISPLAY "  Column " WS-IDX(2:1) " " QDF-COL-HEAD(WS-IDX)
            " " QDF-COL-WIDTH(WS-IDX) " " QDF-COL-EXPR(WS-IDX)
    END-PERFORM.

COUNT-QUERIES.
    MOVE LOW-VALUES TO QDF-NAME.
    START QUERY-FILE KEY IS NOT LESS THAN QDF-NAME
        INVALID KEY
            MOVE "00" TO WS-QUERY-STATUS
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-QUERY-STATUS NOT = "00"
        READ QUERY-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-LIST-COUNT
    END-PERFORM.
    MOVE "00" TO WS-QUERY-STATUS.

*> The standard set is written over the open file; a name
*> already on file refuses the WRITE and keeps its definition.
LOAD-STANDARD-QUERIES.
    MOVE ZERO TO WS-LIST-COUNT.
    PERFORM COUNT-QUERIES.
    MOVE WS-LIST-COUNT TO WS-ON-FILE-BEFORE.
    PERFORM WRITE-STANDARD-QUERIES.
    MOVE ZERO TO WS-LIST-COUNT.
    PERFORM COUNT-QUERIES.
    MOVE WS-LIST-COUNT TO WS-ON-FILE-AFTER.
    COMPUTE WS-LOADED-COUNT = WS-ON-FILE-AFTER - WS-ON-FILE-BEFORE.
    DISPLAY WS-LOADED-COUNT " standard query(ies) loaded; "
        "queries already on file kept.".

WRITE-STANDARD-QUERIES.
    MOVE WS-OPERATOR-ID TO QDF-CHANGED-BY.
    MOVE WS-RUN-DATE TO QDF-CHANGED-DATE.
    PERFORM WRITE-STANDARD-SET.

WRITE-STANDARD-SET.
    COPY QRYSEED.
