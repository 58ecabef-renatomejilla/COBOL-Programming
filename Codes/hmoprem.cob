*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Callable health plan premium lookup. Finds the
*>              employee's enrollment on hmoenrl.dat, checks it is
*>              in force on the date asked, and prices it from the
*>              plan rate table hmoplans.dat: the full monthly
*>              premium, the company's share, and the employee's
*>              share that payroll deducts. The rate table is
*>              loaded once per run unit, the way PAYCALC loads
*>              its bracket files. See copybooks/HMOPREM.cpy.

IDENTIFICATION DIVISION.
PROGRAM-ID.     HMOPREM.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ENROLL-FILE ASSIGN TO "hmoenrl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS HME-EMP-ID
            FILE STATUS IS WS-ENROLL-STATUS.

        SELECT PLAN-FILE ASSIGN TO "hmoplans.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLAN-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD ENROLL-FILE.
    COPY HMOENR.

    FD PLAN-FILE.
    COPY HMOPLAN.

    WORKING-STORAGE SECTION.
    01 WS-ENROLL-STATUS     PIC XX.
    01 WS-PLAN-STATUS       PIC XX.
    01 WS-TABLE-LOADED      PIC X VALUE "N".
    01 WS-I                 PIC 9(3).
    01 WS-PLAN-COUNT        PIC 9(3) VALUE ZERO.
    01 WS-PLAN-TABLE.
        05 WS-PLAN-ENTRY OCCURS 200 TIMES.
            10 WS-TBL-PLAN      PIC X(4).
            10 WS-TBL-COVERAGE  PIC X.
            10 WS-TBL-PREMIUM   PIC 9(7)V99.
            10 WS-TBL-ER-SHARE  PIC 9(7)V99.

    LINKAGE SECTION.
    COPY HMOPREM.

PROCEDURE DIVISION USING HMO-PREM-AREA.
001-MAIN.
    MOVE "N" TO HMP-ENROLLED.
    MOVE "N" TO HMP-RATE-FOUND.
    MOVE SPACES TO HMP-PLAN-CODE.
    MOVE SPACE TO HMP-COVERAGE.
    MOVE ZERO TO HMP-DEP-COUNT.
    MOVE ZERO TO HMP-PREMIUM.
    MOVE ZERO TO HMP-EE-SHARE.
    MOVE ZERO TO HMP-ER-SHARE.
    IF WS-TABLE-LOADED NOT = "Y"
        PERFORM LOAD-PLAN-TABLE
    END-IF.

    OPEN INPUT ENROLL-FILE.
    IF WS-ENROLL-STATUS NOT = "00"
        GOBACK
    END-IF.
    MOVE HMP-EMP-ID TO HME-EMP-ID.
    READ ENROLL-FILE
        INVALID KEY
            MOVE "23" TO WS-ENROLL-STATUS
    END-READ.
    CLOSE ENROLL-FILE.
    IF WS-ENROLL-STATUS NOT = "00"
        GOBACK
    END-IF.
    IF HME-EFF-DATE > HMP-AS-OF-DATE
        GOBACK
    END-IF.
    IF HME-END-DATE NOT = ZERO
            AND HME-END-DATE < HMP-AS-OF-DATE
        GOBACK
    END-IF.

    MOVE "Y" TO HMP-ENROLLED.
    MOVE HME-PLAN-CODE TO HMP-PLAN-CODE.
    MOVE HME-COVERAGE TO HMP-COVERAGE.
    MOVE HME-DEP-COUNT TO HMP-DEP-COUNT.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-PLAN-COUNT
        IF WS-TBL-PLAN(WS-I) = HME-PLAN-CODE
                AND WS-TBL-COVERAGE(WS-I) = HME-COVERAGE
            MOVE "Y" TO HMP-RATE-FOUND
            MOVE WS-TBL-PREMIUM(WS-I) TO HMP-PREMIUM
            MOVE WS-TBL-ER-SHARE(WS-I) TO HMP-ER-SHARE
            EXIT PERFORM
        END-IF
    END-PERFORM.
*> A company share keyed above the premium simply pays it all.
    IF HMP-ER-SHARE > HMP-PREMIUM
        MOVE HMP-PREMIUM TO HMP-ER-SHARE
    END-IF.
    COMPUTE HMP-EE-SHARE = HMP-PREMIUM - HMP-ER-SHARE.
GOBACK.

LOAD-PLAN-TABLE.
    MOVE "Y" TO WS-TABLE-LOADED.
    MOVE ZERO TO WS-PLAN-COUNT.
    OPEN INPUT PLAN-FILE.
    IF WS-PLAN-STATUS NOT = "00"
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
                    MOVE HPL-PREMIUM
                        TO WS-TBL-PREMIUM(WS-PLAN-COUNT)
                    MOVE HPL-ER-SHARE
                        TO WS-TBL-ER-SHARE(WS-PLAN-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PLAN-FILE.
