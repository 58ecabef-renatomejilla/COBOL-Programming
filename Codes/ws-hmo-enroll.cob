*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Online health plan enrollment, hmoenrl.dat (see
*>              HMOENR). Enroll or change an employee: the plan
*>              and coverage level must be a line of the rate
*>              table hmoplans.dat, the effective date is checked
*>              through DATE-SERVICES, and the covered dependents
*>              are picked from the employee's own dependents on
*>              empdep.dat - none for employee-only coverage,
*>              exactly one for employee-plus-one, at least one
*>              for family, and no child at or past the plan's age
*>              limit on the effective date. Show lists the
*>              enrollment with the dependents and today's premium
*>              split from HMOPREM; End closes an enrollment on a
*>              given date. Every save is stamped with the date
*>              and the signed-on operator.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-HMO-ENROLL.

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

        SELECT DEPENDENT-FILE ASSIGN TO "empdep.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DPN-KEY
            FILE STATUS IS WS-DEP-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD ENROLL-FILE.
    COPY HMOENR.

    FD PLAN-FILE.
    COPY HMOPLAN.

    FD DEPENDENT-FILE.
    COPY DEPNREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    WORKING-STORAGE SECTION.
    01 WS-ENROLL-STATUS     PIC XX.
    01 WS-PLAN-STATUS       PIC XX.
    01 WS-DEP-STATUS        PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-DEP-OPEN          PIC X VALUE "N".
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-ON-FILE           PIC X.
    01 WS-CONFIRM           PIC X.
    01 WS-PLAN-IN           PIC X(4).
    01 WS-COVERAGE-IN       PIC X.
    01 WS-EFF-IN            PIC 9(8).
    01 WS-END-IN            PIC 9(8).
    01 WS-AGE-LIMIT         PIC 99.
    01 WS-PLAN-DESC         PIC X(30).
    01 WS-DEP-AGE           PIC 999.
    01 WS-I                 PIC 9(3).
    01 WS-J                 PIC 99.
    01 WS-PICK-COUNT        PIC 99.
    01 WS-PICK-SEQS.
        05 WS-PICK-SEQ      PIC 99 OCCURS 10 TIMES.
    01 WS-PLAN-COUNT        PIC 9(3) VALUE ZERO.
    01 WS-PLAN-TABLE.
        05 WS-PLAN-ENTRY OCCURS 200 TIMES.
            10 WS-TBL-PLAN      PIC X(4).
            10 WS-TBL-COVERAGE  PIC X.
            10 WS-TBL-DESC      PIC X(30).
            10 WS-TBL-AGE-LIMIT PIC 99.
    01 WS-AMOUNT-DISP       PIC Z,ZZZ,ZZ9.99.
    01 WS-ER-DISP           PIC Z,ZZZ,ZZ9.99.
    01 WS-EE-DISP           PIC Z,ZZZ,ZZ9.99.
    COPY DATESRV.
    COPY HMOPREM.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-OPERATOR-ID.
    PERFORM LOAD-PLAN-TABLE.
    IF WS-PLAN-COUNT = ZERO
        DISPLAY "No plan rates on hmoplans.dat - set up the plans "
            "first using WS-HMO-PLAN-MAINT."
        GOBACK
    END-IF.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        GOBACK
    END-IF.
    OPEN INPUT DEPENDENT-FILE.
    IF WS-DEP-STATUS = "00"
        MOVE "Y" TO WS-DEP-OPEN
    END-IF.
    OPEN I-O ENROLL-FILE.
    IF WS-ENROLL-STATUS = "35"
        OPEN OUTPUT ENROLL-FILE
        CLOSE ENROLL-FILE
        OPEN I-O ENROLL-FILE
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== HMO ENROLLMENT ===="
        DISPLAY "1 - Enroll or Change"
        DISPLAY "2 - Show Enrollment"
        DISPLAY "3 - End Enrollment"
        DISPLAY "4 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM ENROLL-EMPLOYEE
            WHEN 2
                PERFORM SHOW-ENROLLMENT
            WHEN 3
                PERFORM END-ENROLLMENT
            WHEN 4
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE ENROLL-FILE.
    CLOSE EMPLOYEE-MASTER.
    IF WS-DEP-OPEN = "Y"
        CLOSE DEPENDENT-FILE
    END-IF.
    DISPLAY "HMO enrollment ended.".
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

LOAD-PLAN-TABLE.
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
                    MOVE HPL-DESC TO WS-TBL-DESC(WS-PLAN-COUNT)
                    MOVE HPL-DEP-AGE-LIMIT
                        TO WS-TBL-AGE-LIMIT(WS-PLAN-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PLAN-FILE.

FIND-ENROLLMENT.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        MOVE "N" TO WS-ON-FILE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO HME-EMP-ID.
    READ ENROLL-FILE
        INVALID KEY
            MOVE "N" TO WS-ON-FILE
        NOT INVALID KEY
            MOVE "Y" TO WS-ON-FILE
    END-READ.

ENROLL-EMPLOYEE.
    PERFORM FIND-ENROLLMENT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            DISPLAY "Employee not on the master."
            EXIT PARAGRAPH
    END-READ.
    IF EMP-SEPARATED
        DISPLAY "Employee is separated - cannot enroll."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Employee: " EMP-NAME " " EMP-SURNAME.
    IF WS-ON-FILE = "Y"
        DISPLAY "Now on plan " HME-PLAN-CODE " coverage "
            HME-COVERAGE " from " HME-EFF-DATE
    END-IF.
    DISPLAY "Plan code                  : " WITH NO ADVANCING.
    ACCEPT WS-PLAN-IN.
    MOVE FUNCTION UPPER-CASE(WS-PLAN-IN) TO WS-PLAN-IN.
    DISPLAY "Coverage (E=employee only, S=plus one, F=family): "
        WITH NO ADVANCING.
    ACCEPT WS-COVERAGE-IN.
    MOVE FUNCTION UPPER-CASE(WS-COVERAGE-IN) TO WS-COVERAGE-IN.
    MOVE ZERO TO WS-AGE-LIMIT.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-PLAN-COUNT
        IF WS-TBL-PLAN(WS-I) = WS-PLAN-IN
                AND WS-TBL-COVERAGE(WS-I) = WS-COVERAGE-IN
            MOVE WS-TBL-AGE-LIMIT(WS-I) TO WS-AGE-LIMIT
            MOVE WS-TBL-DESC(WS-I) TO WS-PLAN-DESC
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-I > WS-PLAN-COUNT
        DISPLAY "No such plan and coverage on the rate table - "
            "not saved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Plan: " WS-PLAN-DESC.
    DISPLAY "Effective date (YYYYMMDD)  : " WITH NO ADVANCING.
    ACCEPT WS-EFF-IN.
    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-EFF-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y"
        DISPLAY "Invalid effective date - not saved."
        EXIT PARAGRAPH
    END-IF.

    MOVE ZERO TO WS-PICK-COUNT.
    MOVE ZEROES TO WS-PICK-SEQS.
    IF WS-COVERAGE-IN NOT = "E"
        PERFORM PICK-DEPENDENTS
        IF WS-COVERAGE-IN = "S" AND WS-PICK-COUNT NOT = 1
            DISPLAY "Employee-plus-one coverage takes exactly one "
                "dependent - not saved."
            EXIT PARAGRAPH
        END-IF
        IF WS-COVERAGE-IN = "F" AND WS-PICK-COUNT = ZERO
            DISPLAY "Family coverage needs at least one dependent "
                "- not saved."
            EXIT PARAGRAPH
        END-IF
    END-IF.

    MOVE WS-LOOKUP-ID TO HME-EMP-ID.
    MOVE WS-PLAN-IN TO HME-PLAN-CODE.
    MOVE WS-COVERAGE-IN TO HME-COVERAGE.
    MOVE WS-EFF-IN TO HME-EFF-DATE.
    MOVE ZERO TO HME-END-DATE.
    MOVE WS-PICK-COUNT TO HME-DEP-COUNT.
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
        MOVE WS-PICK-SEQ(WS-J) TO HME-DEP-SEQ(WS-J)
    END-PERFORM.
    MOVE WS-RUN-DATE TO HME-LAST-CHANGE.
    MOVE WS-OPERATOR-ID TO HME-CHANGED-BY.
    IF WS-ON-FILE = "Y"
        REWRITE HMO-ENROLL-RECORD
        DISPLAY "Enrollment changed."
    ELSE
        WRITE HMO-ENROLL-RECORD
        DISPLAY "Employee enrolled."
    END-IF.

*> Each of the employee's dependents is offered in turn; a child
*> already at the plan's age limit on the effective date is not.
PICK-DEPENDENTS.
    IF WS-DEP-OPEN NOT = "Y"
        DISPLAY "No dependents on file."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO DPN-EMP-ID.
    MOVE ZERO TO DPN-SEQ.
    START DEPENDENT-FILE KEY IS NOT LESS THAN DPN-KEY
        INVALID KEY
            DISPLAY "No dependents on file."
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-DEP-STATUS NOT = "00"
        READ DEPENDENT-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF DPN-EMP-ID NOT = WS-LOOKUP-ID
            EXIT PERFORM
        END-IF
        PERFORM OFFER-ONE-DEPENDENT
    END-PERFORM.
    MOVE "00" TO WS-DEP-STATUS.

OFFER-ONE-DEPENDENT.
    SET DSRV-AGE TO TRUE.
    COMPUTE DSRV-DATE-A = DPN-DOB-YY * 10000
        + DPN-DOB-MM * 100 + DPN-DOB-DD.
    MOVE WS-EFF-IN TO DSRV-DATE-B.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-RESULT-NUM TO WS-DEP-AGE.
    IF DPN-CHILD AND WS-DEP-AGE >= WS-AGE-LIMIT
        DISPLAY DPN-SEQ " " DPN-NAME " (CH, age " WS-DEP-AGE
            ") - over the plan's age limit, not eligible."
        EXIT PARAGRAPH
    END-IF.
    IF WS-PICK-COUNT >= 10
        DISPLAY DPN-SEQ " " DPN-NAME " - ten dependents already "
            "covered."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Cover " DPN-SEQ " " DPN-NAME " (" DPN-RELATION
        ", age " WS-DEP-AGE ")? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
        ADD 1 TO WS-PICK-COUNT
        MOVE DPN-SEQ TO WS-PICK-SEQ(WS-PICK-COUNT)
    END-IF.

SHOW-ENROLLMENT.
    PERFORM FIND-ENROLLMENT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    IF WS-ON-FILE NOT = "Y"
        DISPLAY "Employee " WS-LOOKUP-ID " is not enrolled."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Plan " HME-PLAN-CODE "  coverage " HME-COVERAGE
        "  from " HME-EFF-DATE "  to " HME-END-DATE.
    PERFORM VARYING WS-J FROM 1 BY 1
            UNTIL WS-J > HME-DEP-COUNT
        MOVE WS-LOOKUP-ID TO DPN-EMP-ID
        MOVE HME-DEP-SEQ(WS-J) TO DPN-SEQ
        IF WS-DEP-OPEN = "Y"
            READ DEPENDENT-FILE
                INVALID KEY
                    MOVE "** NO LONGER ON empdep.dat **" TO DPN-NAME
                    MOVE SPACES TO DPN-RELATION
            END-READ
        ELSE
            MOVE "** NO LONGER ON empdep.dat **" TO DPN-NAME
            MOVE SPACES TO DPN-RELATION
        END-IF
        DISPLAY "  covers " HME-DEP-SEQ(WS-J) " " DPN-NAME " "
            DPN-RELATION
    END-PERFORM.
    DISPLAY "Last changed " HME-LAST-CHANGE " by " HME-CHANGED-BY.
    MOVE WS-LOOKUP-ID TO HMP-EMP-ID.
    MOVE WS-RUN-DATE TO HMP-AS-OF-DATE.
    CALL "HMOPREM" USING HMO-PREM-AREA.
    IF HMP-ENROLLED NOT = "Y"
        DISPLAY "Not in force today."
        EXIT PARAGRAPH
    END-IF.
    MOVE HMP-PREMIUM TO WS-AMOUNT-DISP.
    MOVE HMP-ER-SHARE TO WS-ER-DISP.
    MOVE HMP-EE-SHARE TO WS-EE-DISP.
    DISPLAY "Monthly premium " WS-AMOUNT-DISP "  company "
        WS-ER-DISP "  employee " WS-EE-DISP.

END-ENROLLMENT.
    PERFORM FIND-ENROLLMENT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    IF WS-ON-FILE NOT = "Y"
        DISPLAY "Employee " WS-LOOKUP-ID " is not enrolled."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Coverage ends (YYYYMMDD)   : " WITH NO ADVANCING.
    ACCEPT WS-END-IN.
    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-END-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y"
        DISPLAY "Invalid end date - not saved."
        EXIT PARAGRAPH
    END-IF.
    IF WS-END-IN < HME-EFF-DATE
        DISPLAY "End date is before the effective date - not "
            "saved."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-END-IN TO HME-END-DATE.
    MOVE WS-RUN-DATE TO HME-LAST-CHANGE.
    MOVE WS-OPERATOR-ID TO HME-CHANGED-BY.
    REWRITE HMO-ENROLL-RECORD.
    DISPLAY "Enrollment ends " WS-END-IN ".".

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
