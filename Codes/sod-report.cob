*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Segregation-of-duties violation report against the
*>              rules on sodrules.dat (see copybooks/SODRULE.cpy).
*>              The first section lists every operator whose grants
*>              on operfunc.dat hold both halves of a rule today.
*>              The second looks at what operators actually did in
*>              a date range, since a grant is only a possibility:
*>              audit.dat, userpend.dat, seclog.dat and emphist.dat
*>              are read and each entry is credited to the function
*>              code that makes that kind of change -
*>                audit.dat   insert "10", update "U3", delete "U4"
*>                userpend.dat raised: update "U3", deactivate
*>                            "U4"; applied or rejected by: "62"
*>                seclog.dat  ADD/PWD/LOCK/UNLK "U9", GRNT/RVOK
*>                            "60", KILL "E8"
*>                emphist.dat add "20", any other change "22"
*>              and an operator credited with both halves of a rule
*>              is listed with the dates of the activity. Unattended
*>              entries (BATCH, TIMEOUT, mass-update references)
*>              are not anyone's duty and are skipped. Functions
*>              these four files do not record - bank account
*>              maintenance and disbursement among them - can only
*>              be checked in the first section; the report footer
*>              says so. Written to sod.rpt and registered through
*>              RPTREG.

IDENTIFICATION DIVISION.
PROGRAM-ID.     SOD-REPORT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SOD-FILE ASSIGN TO "sodrules.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SOD-STATUS.

        SELECT PERM-FILE ASSIGN TO "operfunc.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERM-STATUS.

        SELECT AUDIT-FILE ASSIGN TO "audit.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

        SELECT PENDING-FILE ASSIGN TO "userpend.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PEND-STATUS.

        SELECT SEC-LOG-FILE ASSIGN TO "seclog.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEC-STATUS.

        SELECT HISTORY-FILE ASSIGN TO "emphist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT REPORT-FILE ASSIGN TO "sod.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD SOD-FILE.
    COPY SODRULE.

    FD PERM-FILE.
    COPY OPERFUNC.

    FD AUDIT-FILE.
    COPY AUDITREC.

    FD PENDING-FILE.
    COPY USERPEND.

    FD SEC-LOG-FILE.
    01 SEC-LOG-RECORD.
        05 SEC-TIMESTAMP    PIC X(14).
        05 FILLER           PIC X.
        05 SEC-ACTION       PIC X(4).
        05 FILLER           PIC X.
        05 SEC-ACTING-OPER  PIC X(8).
        05 FILLER           PIC X.
        05 SEC-TARGET-OPER  PIC X(8).
        05 FILLER           PIC X.
        05 SEC-DETAIL       PIC X(10).

    FD HISTORY-FILE.
    COPY EMPHIST.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(90).

    WORKING-STORAGE SECTION.
    01 WS-SOD-STATUS        PIC XX.
    01 WS-PERM-STATUS       PIC XX.
    01 WS-AUDIT-STATUS      PIC XX.
    01 WS-PEND-STATUS       PIC XX.
    01 WS-SEC-STATUS        PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-DATE-FROM-IN      PIC X(8).
    01 WS-DATE-TO-IN        PIC X(8).
    01 WS-DATE-FROM         PIC 9(8).
    01 WS-DATE-TO           PIC 9(8).
    01 WS-REC-DATE          PIC 9(8).
    01 WS-ACT-OPER          PIC X(8).
    01 WS-ACT-FUNC          PIC XX.
    01 WS-I                 PIC 9(4).
    01 WS-J                 PIC 9(4).
    01 WS-K                 PIC 9(4).
    01 WS-HOLD-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-DONE-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-ACT-OVERFLOW      PIC X VALUE "N".
    01 WS-RULE-COUNT        PIC 9(4) VALUE ZERO.
    01 WS-RULE-TABLE.
        05 WS-RULE-ENTRY OCCURS 100 TIMES.
            10 WS-RUL-FUNC-A    PIC XX.
            10 WS-RUL-FUNC-B    PIC XX.
            10 WS-RUL-ENFORCE   PIC X.
            10 WS-RUL-DESC      PIC X(40).
    01 WS-PERM-COUNT        PIC 9(4) VALUE ZERO.
    01 WS-PERM-TABLE.
        05 WS-PERM-ENTRY OCCURS 500 TIMES.
            10 WS-TBL-OPER-ID   PIC X(8).
            10 WS-TBL-FUNCTION  PIC XX.
    01 WS-ACT-COUNT         PIC 9(4) VALUE ZERO.
    01 WS-ACT-TABLE.
        05 WS-ACT-ENTRY OCCURS 1000 TIMES.
            10 WS-ACT-TBL-OPER  PIC X(8).
            10 WS-ACT-TBL-FUNC  PIC XX.
            10 WS-ACT-TBL-TIMES PIC 9(5).
            10 WS-ACT-TBL-FIRST PIC 9(8).
            10 WS-ACT-TBL-LAST  PIC 9(8).
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
            VALUE "SOD-REPORT - SEGREGATION OF DUTIES".
        05 FILLER          PIC X(10) VALUE "  Run on: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-HOLD-HEADING.
        05 FILLER          PIC X(10) VALUE "OPERATOR".
        05 FILLER          PIC X(10) VALUE "HOLDS".
        05 FILLER          PIC X(8)  VALUE "RULE".
        05 FILLER          PIC X(40) VALUE "DESCRIPTION".
    01 RPT-HOLD-LINE.
        05 RPT-HLD-OPER    PIC X(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-HLD-FUNC-A  PIC XX.
        05 FILLER          PIC X(3)  VALUE " + ".
        05 RPT-HLD-FUNC-B  PIC XX.
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-HLD-ENFORCE PIC X(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-HLD-DESC    PIC X(40).
    01 RPT-DONE-HEADING.
        05 FILLER          PIC X(10) VALUE "OPERATOR".
        05 FILLER          PIC X(22) VALUE "FUNC  TIMES FIRST".
        05 FILLER          PIC X(10) VALUE "LAST".
        05 FILLER          PIC X(40) VALUE "DESCRIPTION".
    01 RPT-DONE-LINE.
        05 RPT-DON-OPER    PIC X(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DON-FUNC    PIC XX.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DON-TIMES   PIC ZZZZ9.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DON-FIRST   PIC 9(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DON-LAST    PIC 9(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DON-DESC    PIC X(40).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(34).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    PERFORM LOAD-SOD-RULES.
    IF WS-RULE-COUNT = ZERO
        DISPLAY "No rules on sodrules.dat - nothing to check. "
            "Add rules through SOD-RULE-MAINT."
        GOBACK
    END-IF.

    DISPLAY "Activity date from (YYYYMMDD, blank for all): "
        WITH NO ADVANCING.
    ACCEPT WS-DATE-FROM-IN.
    IF WS-DATE-FROM-IN = SPACES
        MOVE ZERO TO WS-DATE-FROM
    ELSE
        MOVE WS-DATE-FROM-IN TO WS-DATE-FROM
    END-IF.

    DISPLAY "Activity date to (YYYYMMDD, blank for all): "
        WITH NO ADVANCING.
    ACCEPT WS-DATE-TO-IN.
    IF WS-DATE-TO-IN = SPACES
        MOVE 99999999 TO WS-DATE-TO
    ELSE
        MOVE WS-DATE-TO-IN TO WS-DATE-TO
    END-IF.

    PERFORM LOAD-PERM-TABLE.
    PERFORM SCAN-AUDIT-LOG.
    PERFORM SCAN-PENDING-QUEUE.
    PERFORM SCAN-SECURITY-LOG.
    PERFORM SCAN-EMPLOYEE-HISTORY.

    OPEN OUTPUT REPORT-FILE.
    MOVE "SEGREGATION OF DUTIES" TO RRG-REPORT-NAME.
    MOVE "sod.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "ACTIVITY DATES " WS-DATE-FROM "-" WS-DATE-TO
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.

    PERFORM WRITE-HOLDING-SECTION.
    PERFORM WRITE-ACTIVITY-SECTION.
    PERFORM WRITE-REPORT-FOOTER.
    CLOSE REPORT-FILE.

    COMPUTE RRG-RECORD-COUNT = WS-HOLD-COUNT + WS-DONE-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
    DISPLAY "Segregation-of-duties report written to sod.rpt - "
        WS-HOLD-COUNT " operator(s) holding a conflicting pair, "
        WS-DONE-COUNT " having used one.".
GOBACK.

LOAD-SOD-RULES.
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

LOAD-PERM-TABLE.
    OPEN INPUT PERM-FILE.
    IF WS-PERM-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-PERM-STATUS = "10"
        READ PERM-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-PERM-COUNT < 500
                    ADD 1 TO WS-PERM-COUNT
                    MOVE FNP-OPER-ID
                        TO WS-TBL-OPER-ID(WS-PERM-COUNT)
                    MOVE FNP-FUNCTION
                        TO WS-TBL-FUNCTION(WS-PERM-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PERM-FILE.

*> audit.dat: the user-master changes made in INDEXED-FILE-DEMO.
SCAN-AUDIT-LOG.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-AUDIT-STATUS = "10"
        READ AUDIT-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE AUDIT-TIMESTAMP(1:8) TO WS-REC-DATE
                MOVE AUDIT-OPERATOR TO WS-ACT-OPER
                EVALUATE AUDIT-MENU-OPTION
                    WHEN 1
                        MOVE "10" TO WS-ACT-FUNC
                    WHEN 3
                        MOVE "U3" TO WS-ACT-FUNC
                    WHEN 4
                        MOVE "U4" TO WS-ACT-FUNC
                    WHEN OTHER
                        MOVE SPACES TO WS-ACT-FUNC
                END-EVALUATE
                PERFORM RECORD-ACTIVITY
        END-READ
    END-PERFORM.
    CLOSE AUDIT-FILE.

*> userpend.dat: who raised each change, and who decided it.
SCAN-PENDING-QUEUE.
    OPEN INPUT PENDING-FILE.
    IF WS-PEND-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-PEND-STATUS = "10"
        READ PENDING-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE PND-TIMESTAMP(1:8) TO WS-REC-DATE
                MOVE PND-REQUESTED-BY TO WS-ACT-OPER
                MOVE SPACES TO WS-ACT-FUNC
                IF PND-UPDATE
                    MOVE "U3" TO WS-ACT-FUNC
                END-IF
                IF PND-DEACTIVATE
                    MOVE "U4" TO WS-ACT-FUNC
                END-IF
                PERFORM RECORD-ACTIVITY
                IF PND-APPLIED OR PND-REJECTED
                    MOVE PND-DECIDED-BY TO WS-ACT-OPER
                    MOVE "62" TO WS-ACT-FUNC
                    PERFORM RECORD-ACTIVITY
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PENDING-FILE.

*> seclog.dat: maintenance of operators and of their grants.
SCAN-SECURITY-LOG.
    OPEN INPUT SEC-LOG-FILE.
    IF WS-SEC-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-SEC-STATUS = "10"
        READ SEC-LOG-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE SEC-TIMESTAMP(1:8) TO WS-REC-DATE
                MOVE SEC-ACTING-OPER TO WS-ACT-OPER
                EVALUATE SEC-ACTION
                    WHEN "ADD "
                    WHEN "PWD "
                    WHEN "LOCK"
                    WHEN "UNLK"
                        MOVE "U9" TO WS-ACT-FUNC
                    WHEN "GRNT"
                    WHEN "RVOK"
                        MOVE "60" TO WS-ACT-FUNC
                    WHEN "KILL"
                        MOVE "E8" TO WS-ACT-FUNC
                    WHEN OTHER
                        MOVE SPACES TO WS-ACT-FUNC
                END-EVALUATE
                PERFORM RECORD-ACTIVITY
        END-READ
    END-PERFORM.
    CLOSE SEC-LOG-FILE.

*> emphist.dat: employee-master changes; a mass update carries its
*> batch reference (MUnnnnnn) rather than an operator.
SCAN-EMPLOYEE-HISTORY.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-HISTORY-STATUS = "10"
        READ HISTORY-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE HIST-TIMESTAMP(1:8) TO WS-REC-DATE
                MOVE HIST-OPERATOR TO WS-ACT-OPER
                IF HIST-ADD
                    MOVE "20" TO WS-ACT-FUNC
                ELSE
                    MOVE "22" TO WS-ACT-FUNC
                END-IF
                IF HIST-OPERATOR(1:2) = "MU"
                        AND HIST-OPERATOR(3:6) IS NUMERIC
                    MOVE SPACES TO WS-ACT-FUNC
                END-IF
                PERFORM RECORD-ACTIVITY
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.

*> Credits one entry to its operator and function, within the
*> date range, keeping a count and the first and last date.
RECORD-ACTIVITY.
    IF WS-ACT-FUNC = SPACES OR WS-ACT-OPER = SPACES
            OR WS-ACT-OPER = "BATCH" OR WS-ACT-OPER = "TIMEOUT"
            OR WS-ACT-OPER = "SIGNON"
        EXIT PARAGRAPH
    END-IF.
    IF WS-REC-DATE < WS-DATE-FROM OR WS-REC-DATE > WS-DATE-TO
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-ACT-COUNT
        IF WS-ACT-TBL-OPER(WS-K) = WS-ACT-OPER
                AND WS-ACT-TBL-FUNC(WS-K) = WS-ACT-FUNC
            ADD 1 TO WS-ACT-TBL-TIMES(WS-K)
            IF WS-REC-DATE < WS-ACT-TBL-FIRST(WS-K)
                MOVE WS-REC-DATE TO WS-ACT-TBL-FIRST(WS-K)
            END-IF
            IF WS-REC-DATE > WS-ACT-TBL-LAST(WS-K)
                MOVE WS-REC-DATE TO WS-ACT-TBL-LAST(WS-K)
            END-IF
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.
    IF WS-ACT-COUNT >= 1000
        MOVE "Y" TO WS-ACT-OVERFLOW
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-ACT-COUNT.
    MOVE WS-ACT-OPER TO WS-ACT-TBL-OPER(WS-ACT-COUNT).
    MOVE WS-ACT-FUNC TO WS-ACT-TBL-FUNC(WS-ACT-COUNT).
    MOVE 1 TO WS-ACT-TBL-TIMES(WS-ACT-COUNT).
    MOVE WS-REC-DATE TO WS-ACT-TBL-FIRST(WS-ACT-COUNT).
    MOVE WS-REC-DATE TO WS-ACT-TBL-LAST(WS-ACT-COUNT).

*> Section 1: grants on operfunc.dat completing a rule today.
WRITE-HOLDING-SECTION.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "1. OPERATORS HOLDING BOTH HALVES OF A RULE (operfunc.dat)"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-HOLD-HEADING.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RULE-COUNT
        PERFORM VARYING WS-J FROM 1 BY 1
                UNTIL WS-J > WS-PERM-COUNT
            IF WS-TBL-FUNCTION(WS-J) = WS-RUL-FUNC-A(WS-I)
                PERFORM VARYING WS-K FROM 1 BY 1
                        UNTIL WS-K > WS-PERM-COUNT
                    IF WS-TBL-OPER-ID(WS-K) = WS-TBL-OPER-ID(WS-J)
                            AND WS-TBL-FUNCTION(WS-K)
                                = WS-RUL-FUNC-B(WS-I)
                        ADD 1 TO WS-HOLD-COUNT
                        MOVE WS-TBL-OPER-ID(WS-J) TO RPT-HLD-OPER
                        MOVE WS-RUL-FUNC-A(WS-I) TO RPT-HLD-FUNC-A
                        MOVE WS-RUL-FUNC-B(WS-I) TO RPT-HLD-FUNC-B
                        IF WS-RUL-ENFORCE(WS-I) = "R"
                            MOVE "REFUSE" TO RPT-HLD-ENFORCE
                        ELSE
                            MOVE "WARN" TO RPT-HLD-ENFORCE
                        END-IF
                        MOVE WS-RUL-DESC(WS-I) TO RPT-HLD-DESC
                        WRITE REPORT-LINE FROM RPT-HOLD-LINE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM
    END-PERFORM.
    IF WS-HOLD-COUNT = ZERO
        MOVE "  (no operator holds a conflicting pair)"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

*> Section 2: one operator credited with both halves of a rule.
WRITE-ACTIVITY-SECTION.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "2. OPERATORS WHO PERFORMED BOTH HALVES OF A RULE"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-DONE-HEADING.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RULE-COUNT
        PERFORM VARYING WS-J FROM 1 BY 1
                UNTIL WS-J > WS-ACT-COUNT
            IF WS-ACT-TBL-FUNC(WS-J) = WS-RUL-FUNC-A(WS-I)
                PERFORM VARYING WS-K FROM 1 BY 1
                        UNTIL WS-K > WS-ACT-COUNT
                    IF WS-ACT-TBL-OPER(WS-K) = WS-ACT-TBL-OPER(WS-J)
                            AND WS-ACT-TBL-FUNC(WS-K)
                                = WS-RUL-FUNC-B(WS-I)
                        ADD 1 TO WS-DONE-COUNT
                        PERFORM WRITE-ACTIVITY-PAIR
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM
    END-PERFORM.
    IF WS-DONE-COUNT = ZERO
        MOVE "  (no operator performed both halves of a rule)"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

WRITE-ACTIVITY-PAIR.
    MOVE WS-ACT-TBL-OPER(WS-J) TO RPT-DON-OPER.
    MOVE WS-ACT-TBL-FUNC(WS-J) TO RPT-DON-FUNC.
    MOVE WS-ACT-TBL-TIMES(WS-J) TO RPT-DON-TIMES.
    MOVE WS-ACT-TBL-FIRST(WS-J) TO RPT-DON-FIRST.
    MOVE WS-ACT-TBL-LAST(WS-J) TO RPT-DON-LAST.
    MOVE WS-RUL-DESC(WS-I) TO RPT-DON-DESC.
    WRITE REPORT-LINE FROM RPT-DONE-LINE.
    MOVE SPACES TO RPT-DON-OPER.
    MOVE WS-ACT-TBL-FUNC(WS-K) TO RPT-DON-FUNC.
    MOVE WS-ACT-TBL-TIMES(WS-K) TO RPT-DON-TIMES.
    MOVE WS-ACT-TBL-FIRST(WS-K) TO RPT-DON-FIRST.
    MOVE WS-ACT-TBL-LAST(WS-K) TO RPT-DON-LAST.
    MOVE SPACES TO RPT-DON-DESC.
    WRITE REPORT-LINE FROM RPT-DONE-LINE.

WRITE-REPORT-FOOTER.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Rules checked                   : " TO RPT-TOT-LABEL.
    MOVE WS-RULE-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Operators holding a pair        : " TO RPT-TOT-LABEL.
    MOVE WS-HOLD-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Operators having used a pair    : " TO RPT-TOT-LABEL.
    MOVE WS-DONE-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    STRING "Activity is evidenced only for functions 10, U3, "
        "U4, U9, 62, 60, E8, 20 and 22;"
        DELIMITED BY SIZE INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "rules on other functions (92, 93 ...) are checked "
        "against grants only."
        DELIMITED BY SIZE INTO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-ACT-OVERFLOW = "Y"
        MOVE SPACES TO REPORT-LINE
        STRING "WARNING: more than 1000 operator/function pairs - "
            "activity section incomplete."
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
