*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Maintenance for hmoplans.dat, the health plan rate
*>              table, in the table-based style of WS-GLMAP-MAINT:
*>              add or change a plan line (plan code, coverage
*>              level E/S/F, description, monthly premium, the
*>              company's share of it, and the age at which a
*>              covered child drops off), remove one, and list
*>              them all. The employee's share is the premium less
*>              the company's share; HMOPREM prices enrollments
*>              from these lines for payroll.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-HMO-PLAN-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PLAN-FILE ASSIGN TO "hmoplans.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLAN-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD PLAN-FILE.
    COPY HMOPLAN.

    WORKING-STORAGE SECTION.
    01 WS-PLAN-STATUS       PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-PLAN-IN           PIC X(4).
    01 WS-COVERAGE-IN       PIC X.
        88 WS-COVERAGE-VALID    VALUE "E" "S" "F".
    01 WS-DESC-IN           PIC X(30).
    01 WS-PREMIUM-IN        PIC 9(7)V99.
    01 WS-ER-SHARE-IN       PIC 9(7)V99.
    01 WS-AGE-LIMIT-IN      PIC 99.
    01 WS-EE-SHARE          PIC 9(7)V99.
    01 WS-FOUND             PIC X.
    01 WS-I                 PIC 9(3).
    01 WS-J                 PIC 9(3).
    01 WS-PLAN-COUNT        PIC 9(3) VALUE ZERO.
    01 WS-PLAN-TABLE.
        05 WS-PLAN-ENTRY OCCURS 200 TIMES.
            10 WS-TBL-PLAN      PIC X(4).
            10 WS-TBL-COVERAGE  PIC X.
            10 WS-TBL-DESC      PIC X(30).
            10 WS-TBL-PREMIUM   PIC 9(7)V99.
            10 WS-TBL-ER-SHARE  PIC 9(7)V99.
            10 WS-TBL-AGE-LIMIT PIC 99.
    01 WS-PLAN-RAW REDEFINES WS-PLAN-TABLE.
        05 WS-PLAN-RAW-ENTRY OCCURS 200 TIMES PIC X(55).
    01 WS-AMOUNT-DISP       PIC Z,ZZZ,ZZ9.99.
    01 WS-ER-DISP           PIC Z,ZZZ,ZZ9.99.
    01 WS-EE-DISP           PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
001-MAIN.
    PERFORM LOAD-PLAN-TABLE.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== HMO PLAN RATES ===="
        DISPLAY "1 - Add or Change Plan Rate"
        DISPLAY "2 - Remove Plan Rate"
        DISPLAY "3 - List Plan Rates"
        DISPLAY "4 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM ADD-OR-CHANGE-PLAN
            WHEN 2
                PERFORM REMOVE-PLAN
            WHEN 3
                PERFORM LIST-PLANS
            WHEN 4
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    DISPLAY "HMO plan rate maintenance ended.".
GOBACK.

LOAD-PLAN-TABLE.
    MOVE ZERO TO WS-PLAN-COUNT.
    OPEN INPUT PLAN-FILE.
    IF WS-PLAN-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-PLAN-STATUS = "10"
        READ PLAN-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-PLAN-COUNT < 200
                    ADD 1 TO WS-PLAN-COUNT
                    MOVE HPL-PLAN-CODE TO WS-TBL-PLAN(WS-PLAN-COUNT)
                    MOVE HPL-COVERAGE
                        TO WS-TBL-COVERAGE(WS-PLAN-COUNT)
                    MOVE HPL-DESC TO WS-TBL-DESC(WS-PLAN-COUNT)
                    MOVE HPL-PREMIUM
                        TO WS-TBL-PREMIUM(WS-PLAN-COUNT)
                    MOVE HPL-ER-SHARE
                        TO WS-TBL-ER-SHARE(WS-PLAN-COUNT)
                    MOVE HPL-DEP-AGE-LIMIT
                        TO WS-TBL-AGE-LIMIT(WS-PLAN-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PLAN-FILE.

SAVE-PLAN-TABLE.
    OPEN OUTPUT PLAN-FILE.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-PLAN-COUNT
        MOVE WS-TBL-PLAN(WS-I) TO HPL-PLAN-CODE
        MOVE WS-TBL-COVERAGE(WS-I) TO HPL-COVERAGE
        MOVE WS-TBL-DESC(WS-I) TO HPL-DESC
        MOVE WS-TBL-PREMIUM(WS-I) TO HPL-PREMIUM
        MOVE WS-TBL-ER-SHARE(WS-I) TO HPL-ER-SHARE
        MOVE WS-TBL-AGE-LIMIT(WS-I) TO HPL-DEP-AGE-LIMIT
        WRITE HMO-PLAN-RECORD
    END-PERFORM.
    CLOSE PLAN-FILE.

ACCEPT-PLAN-KEY.
    DISPLAY "Plan code                  : " WITH NO ADVANCING.
    ACCEPT WS-PLAN-IN.
    MOVE FUNCTION UPPER-CASE(WS-PLAN-IN) TO WS-PLAN-IN.
    DISPLAY "Coverage (E=employee only, S=plus one, F=family): "
        WITH NO ADVANCING.
    ACCEPT WS-COVERAGE-IN.
    MOVE FUNCTION UPPER-CASE(WS-COVERAGE-IN) TO WS-COVERAGE-IN.

ADD-OR-CHANGE-PLAN.
    PERFORM ACCEPT-PLAN-KEY.
    IF WS-PLAN-IN = SPACES
        DISPLAY "A plan code is required - line not saved."
        EXIT PARAGRAPH
    END-IF.
    IF NOT WS-COVERAGE-VALID
        DISPLAY "Coverage must be E, S or F - line not saved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Description                : " WITH NO ADVANCING.
    ACCEPT WS-DESC-IN.
    DISPLAY "Monthly premium            : " WITH NO ADVANCING.
    ACCEPT WS-PREMIUM-IN.
    IF WS-PREMIUM-IN = ZERO
        DISPLAY "A premium is required - line not saved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Company share of premium   : " WITH NO ADVANCING.
    ACCEPT WS-ER-SHARE-IN.
    IF WS-ER-SHARE-IN > WS-PREMIUM-IN
        DISPLAY "Company share exceeds the premium - line not "
            "saved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Child age limit (0 = 21)   : " WITH NO ADVANCING.
    ACCEPT WS-AGE-LIMIT-IN.
    IF WS-AGE-LIMIT-IN = ZERO
        MOVE 21 TO WS-AGE-LIMIT-IN
    END-IF.
    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-PLAN-COUNT
        IF WS-TBL-PLAN(WS-I) = WS-PLAN-IN
                AND WS-TBL-COVERAGE(WS-I) = WS-COVERAGE-IN
            MOVE "Y" TO WS-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-FOUND = "N"
        IF WS-PLAN-COUNT >= 200
            DISPLAY "Plan rate table is full."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-PLAN-COUNT
        MOVE WS-PLAN-COUNT TO WS-I
    END-IF.
    MOVE WS-PLAN-IN TO WS-TBL-PLAN(WS-I).
    MOVE WS-COVERAGE-IN TO WS-TBL-COVERAGE(WS-I).
    MOVE WS-DESC-IN TO WS-TBL-DESC(WS-I).
    MOVE WS-PREMIUM-IN TO WS-TBL-PREMIUM(WS-I).
    MOVE WS-ER-SHARE-IN TO WS-TBL-ER-SHARE(WS-I).
    MOVE WS-AGE-LIMIT-IN TO WS-TBL-AGE-LIMIT(WS-I).
    PERFORM SAVE-PLAN-TABLE.
    COMPUTE WS-EE-SHARE = WS-PREMIUM-IN - WS-ER-SHARE-IN.
    MOVE WS-EE-SHARE TO WS-EE-DISP.
    DISPLAY "Plan rate saved - employee share " WS-EE-DISP
        " a month.".

*> Enrollments already on the plan line keep their record; HMOPREM
*> prices them at zero until the line is put back.
REMOVE-PLAN.
    PERFORM ACCEPT-PLAN-KEY.
    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-PLAN-COUNT
        IF WS-TBL-PLAN(WS-I) = WS-PLAN-IN
                AND WS-TBL-COVERAGE(WS-I) = WS-COVERAGE-IN
            MOVE "Y" TO WS-FOUND
            PERFORM VARYING WS-J FROM WS-I BY 1
                    UNTIL WS-J >= WS-PLAN-COUNT
                MOVE WS-PLAN-RAW-ENTRY(WS-J + 1)
                    TO WS-PLAN-RAW-ENTRY(WS-J)
            END-PERFORM
            SUBTRACT 1 FROM WS-PLAN-COUNT
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-FOUND = "Y"
        PERFORM SAVE-PLAN-TABLE
        DISPLAY "Plan rate removed."
    ELSE
        DISPLAY "Plan rate not found."
    END-IF.

LIST-PLANS.
    DISPLAY "PLAN C DESCRIPTION                         PREMIUM"
        "     COMPANY    EMPLOYEE AGE".
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-PLAN-COUNT
        MOVE WS-TBL-PREMIUM(WS-I) TO WS-AMOUNT-DISP
        MOVE WS-TBL-ER-SHARE(WS-I) TO WS-ER-DISP
        COMPUTE WS-EE-SHARE = WS-TBL-PREMIUM(WS-I)
            - WS-TBL-ER-SHARE(WS-I)
        MOVE WS-EE-SHARE TO WS-EE-DISP
        DISPLAY WS-TBL-PLAN(WS-I) " "
            WS-TBL-COVERAGE(WS-I) " "
            WS-TBL-DESC(WS-I) " "
            WS-AMOUNT-DISP WS-ER-DISP WS-EE-DISP " "
            WS-TBL-AGE-LIMIT(WS-I)
    END-PERFORM.
    IF WS-PLAN-COUNT = ZERO
        DISPLAY "No plan rates on hmoplans.dat."
    ELSE
        DISPLAY WS-PLAN-COUNT " plan rate line(s)."
    END-IF.
