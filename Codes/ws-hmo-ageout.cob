*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: HMO dependent age-out warning run. For every
*>              enrollment in force today (hmoenrl.dat), each
*>              covered child on empdep.dat is aged against the
*>              plan's dependent age limit (HPL-DEP-AGE-LIMIT on
*>              hmoplans.dat): the age-out date is the child's
*>              birthday (DPN-DOB) in the year the limit is reached.
*>              A child whose age-out date falls within the next
*>              HMO-AGEOUT-DAYS days (sysparm, default 60) is listed
*>              as AGES OUT so HR can tell the employee and end the
*>              cover; one already past it is listed as PAST LIMIT,
*>              since the HMO will refuse the claim. Output in
*>              hmoage.rpt.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-HMO-AGEOUT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ENROLL-FILE ASSIGN TO "hmoenrl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS HME-EMP-ID
            FILE STATUS IS WS-ENROLL-STATUS.

        SELECT PLAN-FILE ASSIGN TO "hmoplans.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLAN-STATUS.

        SELECT DEPENDENT-FILE ASSIGN TO "empdep.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
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

        SELECT REPORT-FILE ASSIGN TO "hmoage.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

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

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-ENROLL-STATUS     PIC XX.
    01 WS-PLAN-STATUS       PIC XX.
    01 WS-DEP-STATUS        PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-MASTER-OPEN       PIC X VALUE "N".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-WINDOW-DAYS       PIC 9(3) VALUE 60.
    01 WS-AGE-LIMIT         PIC 99.
    01 WS-AGEOUT-DATE       PIC 9(8).
    01 WS-DAYS-LEFT         PIC S9(9).
    01 WS-J                 PIC 99.
    01 WS-I                 PIC 9(3).
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-CHILD-COUNT       PIC 9(5) VALUE ZERO.
    01 WS-SOON-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-PAST-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-PLAN-COUNT        PIC 9(3) VALUE ZERO.
    01 WS-PLAN-TABLE.
        05 WS-PLAN-ENTRY OCCURS 200 TIMES.
            10 WS-TBL-PLAN      PIC X(4).
            10 WS-TBL-COVERAGE  PIC X.
            10 WS-TBL-AGE-LIMIT PIC 99.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY DATESRV.
    COPY SYSPARM.
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(36)
            VALUE "HMO DEPENDENT AGE-OUT WARNING".
        05 FILLER          PIC X(8)  VALUE "WINDOW: ".
        05 RPT-TITLE-DAYS  PIC ZZ9.
        05 FILLER          PIC X(7)  VALUE " DAYS  ".
        05 FILLER          PIC X(10) VALUE "Run date: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(33) VALUE "EMPLOYEE NAME".
        05 FILLER          PIC X(7)  VALUE "PLAN".
        05 FILLER          PIC X(4)  VALUE "SEQ".
        05 FILLER          PIC X(32) VALUE "DEPENDENT".
        05 FILLER          PIC X(11) VALUE "BIRTH DATE".
        05 FILLER          PIC X(6)  VALUE "LIMIT".
        05 FILLER          PIC X(10) VALUE "AGES OUT".
        05 FILLER          PIC X(6)  VALUE " DAYS".
        05 FILLER          PIC X(12) VALUE " FLAG".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NAME    PIC X(31).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-PLAN    PIC X(4).
        05 FILLER          PIC X     VALUE "-".
        05 RPT-DET-COV     PIC X.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-SEQ     PIC 99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DEP     PIC X(30).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DOB     PIC 9(8).
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-DET-LIMIT   PIC Z9.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-DET-AGEOUT  PIC 9(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DAYS    PIC -ZZZ9.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-FLAG    PIC X(11).
    01 RPT-COUNT-LINE.
        05 RPT-CNT-LABEL   PIC X(30).
        05 RPT-CNT-COUNT   PIC ZZZZ9.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    MOVE "HMO-AGEOUT-DAYS" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
            AND SPM-NUMERIC < 1000
        MOVE SPM-NUMERIC TO WS-WINDOW-DAYS
    END-IF.

    OPEN INPUT ENROLL-FILE.
    IF WS-ENROLL-STATUS NOT = "00"
        DISPLAY "hmoenrl.dat not found - no one is enrolled."
        GOBACK
    END-IF.
    OPEN INPUT DEPENDENT-FILE.
    IF WS-DEP-STATUS NOT = "00"
        DISPLAY "empdep.dat not found - no dependents to check."
        CLOSE ENROLL-FILE
        GOBACK
    END-IF.
    PERFORM LOAD-PLAN-TABLE.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS = "00"
        MOVE "Y" TO WS-MASTER-OPEN
    END-IF.

    MOVE "WS-HMO-AGEOUT" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN OUTPUT REPORT-FILE.
    MOVE "HMO DEPENDENT AGE-OUT" TO RRG-REPORT-NAME.
    MOVE "hmoage.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "COVERED CHILDREN AGING OUT WITHIN " WS-WINDOW-DAYS
        " DAYS" DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-WINDOW-DAYS TO RPT-TITLE-DAYS.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
        READ ENROLL-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-READ-COUNT
        IF HME-EFF-DATE <= WS-RUN-DATE
                AND (HME-END-DATE = ZERO
                     OR HME-END-DATE >= WS-RUN-DATE)
            PERFORM CHECK-ONE-ENROLLMENT
        END-IF
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Covered children checked    :" TO RPT-CNT-LABEL.
    MOVE WS-CHILD-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "Aging out within the window :" TO RPT-CNT-LABEL.
    MOVE WS-SOON-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    MOVE "Already past the age limit  :" TO RPT-CNT-LABEL.
    MOVE WS-PAST-COUNT TO RPT-CNT-COUNT.
    WRITE REPORT-LINE FROM RPT-COUNT-LINE.
    CLOSE REPORT-FILE.
    CLOSE ENROLL-FILE.
    CLOSE DEPENDENT-FILE.
    IF WS-MASTER-OPEN = "Y"
        CLOSE EMPLOYEE-MASTER
    END-IF.

    MOVE WS-LISTED-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-LISTED-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "HMO age-out warning written to hmoage.rpt - "
        WS-SOON-COUNT " aging out, " WS-PAST-COUNT
        " past the limit.".
GOBACK.

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
                    MOVE HPL-DEP-AGE-LIMIT
                        TO WS-TBL-AGE-LIMIT(WS-PLAN-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PLAN-FILE.

*> A plan row missing from the rate table falls back on the usual
*> limit of 21, the same default the rate maintenance applies.
CHECK-ONE-ENROLLMENT.
    MOVE 21 TO WS-AGE-LIMIT.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAN-COUNT
        IF WS-TBL-PLAN(WS-I) = HME-PLAN-CODE
                AND WS-TBL-COVERAGE(WS-I) = HME-COVERAGE
            IF WS-TBL-AGE-LIMIT(WS-I) > ZERO
                MOVE WS-TBL-AGE-LIMIT(WS-I) TO WS-AGE-LIMIT
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-J FROM 1 BY 1
            UNTIL WS-J > HME-DEP-COUNT OR WS-J > 10
        MOVE HME-EMP-ID TO DPN-EMP-ID
        MOVE HME-DEP-SEQ(WS-J) TO DPN-SEQ
        READ DEPENDENT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF DPN-CHILD
                    PERFORM CHECK-ONE-CHILD
                END-IF
        END-READ
    END-PERFORM.

*> A child born on 29 February reaches the limit on 28 February in
*> a year with no leap day.
CHECK-ONE-CHILD.
    ADD 1 TO WS-CHILD-COUNT.
    COMPUTE WS-AGEOUT-DATE = (DPN-DOB-YY + WS-AGE-LIMIT) * 10000
        + DPN-DOB-MM * 100 + DPN-DOB-DD.
    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-AGEOUT-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y"
        SUBTRACT 1 FROM WS-AGEOUT-DATE
    END-IF.
    IF WS-AGEOUT-DATE <= WS-RUN-DATE
        MOVE ZERO TO WS-DAYS-LEFT
        MOVE "PAST LIMIT" TO RPT-DET-FLAG
        ADD 1 TO WS-PAST-COUNT
    ELSE
        SET DSRV-DATE-DIFF TO TRUE
        MOVE WS-RUN-DATE TO DSRV-DATE-A
        MOVE WS-AGEOUT-DATE TO DSRV-DATE-B
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
        MOVE DSRV-RESULT-NUM TO WS-DAYS-LEFT
        IF WS-DAYS-LEFT > WS-WINDOW-DAYS
            EXIT PARAGRAPH
        END-IF
        MOVE "AGES OUT" TO RPT-DET-FLAG
        ADD 1 TO WS-SOON-COUNT
    END-IF.
    MOVE HME-EMP-ID TO RPT-DET-ID.
    PERFORM LOOK-UP-NAME.
    MOVE HME-PLAN-CODE TO RPT-DET-PLAN.
    MOVE HME-COVERAGE TO RPT-DET-COV.
    MOVE DPN-SEQ TO RPT-DET-SEQ.
    MOVE DPN-NAME TO RPT-DET-DEP.
    COMPUTE RPT-DET-DOB = DPN-DOB-YY * 10000
        + DPN-DOB-MM * 100 + DPN-DOB-DD.
    MOVE WS-AGE-LIMIT TO RPT-DET-LIMIT.
    MOVE WS-AGEOUT-DATE TO RPT-DET-AGEOUT.
    MOVE WS-DAYS-LEFT TO RPT-DET-DAYS.
    ADD 1 TO WS-LISTED-COUNT.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

LOOK-UP-NAME.
    MOVE "** NOT ON MASTER **" TO WS-FULL-NAME.
    IF WS-MASTER-OPEN = "Y"
        MOVE HME-EMP-ID TO EMP-ID
        READ EMPLOYEE-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM FORMAT-EMPLOYEE-NAME
        END-READ
    END-IF.
    MOVE WS-FULL-NAME TO RPT-DET-NAME.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
