*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Employee profile completeness scorecard. Payroll,
*>              benefits and the remittances each fail on an
*>              incomplete file, one failure at a time; this run
*>              finds every gap at once. Each employee who is not
*>              separated is checked for seven things: a mailing
*>              address on empaddr.dat, a way to be paid (an active
*>              empbank.dat account, or for a check-paid employee a
*>              full payee name), an active department (DEPTVAL), a
*>              grade on grades.dat with the salary inside its band,
*>              all four government IDs on govid.dat, at least one
*>              dependent or emergency contact on empdep.dat, and a
*>              valid hire date. The score is the share of the
*>              seven held. The scorecard (profscor.rpt) lists the
*>              employees branch by branch with their score and
*>              exactly what is missing, gives each branch's
*>              average, and ranks the branches from most to least
*>              complete so the regional managers know whose clerks
*>              to chase. A side file that does not exist yet
*>              counts as missing for everyone. Run from the menu
*>              by an operator whose access scope (operscope.dat)
*>              names branches, only employees of those branches
*>              are scored and ranked.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-PROFILE-SCORE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT ADDRESS-FILE ASSIGN TO "empaddr.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS ADR-EMP-ID
            FILE STATUS IS WS-ADDR-STATUS.

        SELECT BANK-FILE ASSIGN TO "empbank.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EBK-EMP-ID
            FILE STATUS IS WS-BANK-STATUS.

        SELECT GOVID-FILE ASSIGN TO "govid.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS GID-EMP-ID
            ALTERNATE RECORD KEY IS GID-TIN
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS GID-SSS
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS GID-PHILHEALTH
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS GID-PAGIBIG
                WITH DUPLICATES
            FILE STATUS IS WS-GOVID-STATUS.

        SELECT DEPENDENT-FILE ASSIGN TO "empdep.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DPN-KEY
            FILE STATUS IS WS-DEP-STATUS.

        SELECT GRADE-FILE ASSIGN TO "grades.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GRADE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "profscor.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        SELECT SORT-FILE ASSIGN TO "profscor.tmp".

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD ADDRESS-FILE.
    COPY ADDRREC.

    FD BANK-FILE.
    COPY BANKREC.

    FD GOVID-FILE.
    COPY GOVIDREC.

    FD DEPENDENT-FILE.
    COPY DEPNREC.

    FD GRADE-FILE.
    COPY GRADEREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(110).

    SD SORT-FILE.
    01 SORT-RECORD.
        05 SRT-BRANCH       PIC X(15).
        05 SRT-EMP-ID       PIC 9(6).
        05 SRT-NAME         PIC X(31).
        05 SRT-SCORE        PIC 9(3).
        05 SRT-MISSING      PIC X(64).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-ADDR-STATUS       PIC XX.
    01 WS-BANK-STATUS       PIC XX.
    01 WS-GOVID-STATUS      PIC XX.
    01 WS-DEP-STATUS        PIC XX.
    01 WS-GRADE-STATUS      PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-ADDR-OPEN         PIC X VALUE "N".
    01 WS-BANK-OPEN         PIC X VALUE "N".
    01 WS-GOVID-OPEN        PIC X VALUE "N".
    01 WS-DEP-OPEN          PIC X VALUE "N".
    01 WS-SORT-EOF          PIC X.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-SCORED-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-COMPLETE-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-CHECKS-HELD       PIC 9.
    01 WS-MISSING-TEXT      PIC X(64).
    01 WS-MISSING-PTR       PIC 99.
    01 WS-MISSING-WORD      PIC X(10).
    01 WS-DEPT-IN           PIC X(10).
    01 WS-DEPT-FOUND        PIC X.
    01 WS-HIRE-YMD          PIC 9(8).
    01 WS-DEP-FOUND         PIC X.
    01 WS-BANK-FOUND        PIC X.
    01 WS-BR-AVERAGE        PIC 9(3)V9.
    01 WS-GRD-COUNT         PIC 99 VALUE ZERO.
    01 WS-GRD-IDX           PIC 99.
    01 WS-GRD-FOUND         PIC 99.
    01 WS-GRD-TABLE.
        05 WS-GRD-ENTRY OCCURS 50 TIMES.
            10 WS-TBL-CODE  PIC X(2).
            10 WS-TBL-MIN   PIC 9(7)V99.
            10 WS-TBL-MAX   PIC 9(7)V99.
*>  Gaps by check across the whole run, in the order checked.
    01 WS-GAP-COUNTS.
        05 WS-GAP-ADDRESS   PIC 9(5) VALUE ZERO.
        05 WS-GAP-PAY       PIC 9(5) VALUE ZERO.
        05 WS-GAP-DEPT      PIC 9(5) VALUE ZERO.
        05 WS-GAP-GRADE     PIC 9(5) VALUE ZERO.
        05 WS-GAP-GOVID     PIC 9(5) VALUE ZERO.
        05 WS-GAP-DEPENDENT PIC 9(5) VALUE ZERO.
        05 WS-GAP-HIRE      PIC 9(5) VALUE ZERO.
*>  One entry per branch, filled at each branch break.
    01 WS-CURRENT-BRANCH    PIC X(15).
    01 WS-BR-HEADCOUNT      PIC 9(5).
    01 WS-BR-COMPLETE       PIC 9(5).
    01 WS-BR-SCORE-SUM      PIC 9(7).
    01 WS-BR-COUNT          PIC 9(3) VALUE ZERO.
    01 WS-BR-IDX            PIC 9(3).
    01 WS-BR-IDX2           PIC 9(3).
    01 WS-BR-TABLE.
        05 WS-BR-ENTRY OCCURS 200 TIMES.
            10 WS-BRT-BRANCH    PIC X(15).
            10 WS-BRT-HEADCOUNT PIC 9(5).
            10 WS-BRT-COMPLETE  PIC 9(5).
            10 WS-BRT-AVERAGE   PIC 9(3)V9.
    01 WS-BR-SWAP           PIC X(29).
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY DATESRV.
    COPY RUNLOG.
    COPY RPTREG.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 9(5).

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(45)
            VALUE "EMPLOYEE PROFILE COMPLETENESS    Run date: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(33) VALUE "EMPLOYEE NAME".
        05 FILLER          PIC X(7)  VALUE "SCORE".
        05 FILLER          PIC X(40) VALUE "MISSING".
    01 RPT-BRANCH-LINE.
        05 FILLER          PIC X(8)  VALUE "BRANCH: ".
        05 RPT-BRANCH-NAME PIC X(15).
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NAME    PIC X(31).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-SCORE   PIC ZZ9.
        05 FILLER          PIC X(4)  VALUE "%   ".
        05 RPT-DET-MISSING PIC X(64).
    01 RPT-BRANCH-TOTAL.
        05 FILLER          PIC X(20) VALUE "  Branch average   :".
        05 RPT-BRT-AVERAGE PIC ZZ9.9.
        05 FILLER          PIC X(14) VALUE "%   complete: ".
        05 RPT-BRT-COMPLETE PIC ZZZZ9.
        05 FILLER          PIC X(4)  VALUE " of ".
        05 RPT-BRT-HEADCOUNT PIC ZZZZ9.
    01 RPT-RANK-HEADING.
        05 FILLER          PIC X(6)  VALUE "RANK".
        05 FILLER          PIC X(17) VALUE "BRANCH".
        05 FILLER          PIC X(11) VALUE "EMPLOYEES".
        05 FILLER          PIC X(10) VALUE "COMPLETE".
        05 FILLER          PIC X(12) VALUE "INCOMPLETE".
        05 FILLER          PIC X(10) VALUE "AVERAGE".
    01 RPT-RANK-LINE.
        05 RPT-RNK-RANK    PIC ZZ9.
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-RNK-BRANCH  PIC X(15).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-RNK-HEAD    PIC ZZZZ9.
        05 FILLER          PIC X(6)  VALUE SPACES.
        05 RPT-RNK-COMPLETE PIC ZZZZ9.
        05 FILLER          PIC X(5)  VALUE SPACES.
        05 RPT-RNK-INCOMPLETE PIC ZZZZ9.
        05 FILLER          PIC X(7)  VALUE SPACES.
        05 RPT-RNK-AVERAGE PIC ZZ9.9.
        05 FILLER          PIC X     VALUE "%".
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(36).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN SECTION.
    PERFORM RESOLVE-BRANCH-SCOPE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        GOBACK
    END-IF.
    CLOSE EMPLOYEE-MASTER.

    MOVE "WS-PROFILE-SCORE" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    PERFORM LOAD-GRADE-TABLE.

    SORT SORT-FILE
        ON ASCENDING KEY SRT-BRANCH SRT-EMP-ID
        INPUT PROCEDURE IS FEED-SORT
        OUTPUT PROCEDURE IS PRINT-SCORECARD.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-SCORED-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "Scorecard written to profscor.rpt - "
        WS-SCORED-COUNT " employee(s) scored, "
        WS-COMPLETE-COUNT " complete.".
GOBACK.

*> Every side file is optional; one not there yet leaves its
*> check failing for everybody.
FEED-SORT SECTION.
    OPEN INPUT EMPLOYEE-MASTER.
    OPEN INPUT ADDRESS-FILE.
    IF WS-ADDR-STATUS = "00"
        MOVE "Y" TO WS-ADDR-OPEN
    END-IF.
    OPEN INPUT BANK-FILE.
    IF WS-BANK-STATUS = "00"
        MOVE "Y" TO WS-BANK-OPEN
    END-IF.
    OPEN INPUT GOVID-FILE.
    IF WS-GOVID-STATUS = "00"
        MOVE "Y" TO WS-GOVID-OPEN
    END-IF.
    OPEN INPUT DEPENDENT-FILE.
    IF WS-DEP-STATUS = "00"
        MOVE "Y" TO WS-DEP-OPEN
    END-IF.

    PERFORM UNTIL WS-EMP-FILE-STATUS NOT = "00"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM CHECK-EMPLOYEE-SCOPE
                IF BSC-IN-SCOPE NOT = "Y"
                    ADD 1 TO WS-SCOPE-OMITTED
                    EXIT PERFORM CYCLE
                END-IF
                IF NOT EMP-SEPARATED
                    PERFORM SCORE-ONE-EMPLOYEE
                    RELEASE SORT-RECORD
                END-IF
        END-READ
    END-PERFORM.

    CLOSE EMPLOYEE-MASTER.
    IF WS-ADDR-OPEN = "Y"
        CLOSE ADDRESS-FILE
    END-IF.
    IF WS-BANK-OPEN = "Y"
        CLOSE BANK-FILE
    END-IF.
    IF WS-GOVID-OPEN = "Y"
        CLOSE GOVID-FILE
    END-IF.
    IF WS-DEP-OPEN = "Y"
        CLOSE DEPENDENT-FILE
    END-IF.

PRINT-SCORECARD SECTION.
    OPEN OUTPUT REPORT-FILE.
    MOVE "PROFILE COMPLETENESS" TO RRG-REPORT-NAME.
    MOVE "profscor.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE "EMPLOYEES NOT SEPARATED, BY BRANCH" TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    MOVE HIGH-VALUES TO WS-CURRENT-BRANCH.
    MOVE "N" TO WS-SORT-EOF.
    PERFORM UNTIL WS-SORT-EOF = "Y"
        RETURN SORT-FILE
            AT END
                MOVE "Y" TO WS-SORT-EOF
            NOT AT END
                PERFORM PRINT-ONE-SCORE
        END-RETURN
    END-PERFORM.
    IF WS-CURRENT-BRANCH NOT = HIGH-VALUES
        PERFORM CLOSE-BRANCH
    END-IF.

    PERFORM RANK-BRANCHES.
    PERFORM WRITE-SCORE-TOTALS.
    PERFORM WRITE-SCOPE-FOOTER.
    CLOSE REPORT-FILE.
    MOVE WS-SCORED-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

SCORE-ROUTINES SECTION.
LOAD-GRADE-TABLE.
    MOVE ZERO TO WS-GRD-COUNT.
    OPEN INPUT GRADE-FILE.
    IF WS-GRADE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-GRADE-STATUS = "10"
        READ GRADE-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-GRD-COUNT < 50
                    ADD 1 TO WS-GRD-COUNT
                    MOVE GRD-CODE TO WS-TBL-CODE(WS-GRD-COUNT)
                    MOVE GRD-MIN TO WS-TBL-MIN(WS-GRD-COUNT)
                    MOVE GRD-MAX TO WS-TBL-MAX(WS-GRD-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE GRADE-FILE.

*> The seven checks, each adding to WS-CHECKS-HELD or naming
*> what is missing. Government IDs name each number lacking.
SCORE-ONE-EMPLOYEE.
    MOVE ZERO TO WS-CHECKS-HELD.
    MOVE SPACES TO WS-MISSING-TEXT.
    MOVE 1 TO WS-MISSING-PTR.

    MOVE SPACES TO ADR-STREET ADR-CITY.
    IF WS-ADDR-OPEN = "Y"
        MOVE EMP-ID TO ADR-EMP-ID
        READ ADDRESS-FILE
            INVALID KEY
                MOVE SPACES TO ADR-STREET ADR-CITY
        END-READ
    END-IF.
    IF ADR-STREET NOT = SPACES AND ADR-CITY NOT = SPACES
        ADD 1 TO WS-CHECKS-HELD
    ELSE
        ADD 1 TO WS-GAP-ADDRESS
        MOVE "ADDRESS" TO WS-MISSING-WORD
        PERFORM ADD-MISSING-WORD
    END-IF.

*> No account means check pay, which needs only a payee name; a
*> suspended account is a gap until the corrected one is keyed.
    MOVE "N" TO EBK-STATUS.
    MOVE "N" TO WS-BANK-FOUND.
    IF WS-BANK-OPEN = "Y"
        MOVE EMP-ID TO EBK-EMP-ID
        READ BANK-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-BANK-FOUND
        END-READ
    END-IF.
    EVALUATE TRUE
        WHEN WS-BANK-FOUND = "Y" AND EBK-SUSPENDED
            ADD 1 TO WS-GAP-PAY
            MOVE "BANK-SUSP" TO WS-MISSING-WORD
            PERFORM ADD-MISSING-WORD
        WHEN WS-BANK-FOUND = "Y"
            ADD 1 TO WS-CHECKS-HELD
        WHEN EMP-NAME NOT = SPACES AND EMP-SURNAME NOT = SPACES
            ADD 1 TO WS-CHECKS-HELD
        WHEN OTHER
            ADD 1 TO WS-GAP-PAY
            MOVE "PAYEE" TO WS-MISSING-WORD
            PERFORM ADD-MISSING-WORD
    END-EVALUATE.

    MOVE "N" TO WS-DEPT-FOUND.
    IF EMP-DEPT NOT = SPACES
        MOVE FUNCTION UPPER-CASE(EMP-DEPT) TO WS-DEPT-IN
        CALL "DEPTVAL" USING WS-DEPT-IN WS-DEPT-FOUND
    END-IF.
    IF WS-DEPT-FOUND = "Y"
        ADD 1 TO WS-CHECKS-HELD
    ELSE
        ADD 1 TO WS-GAP-DEPT
        MOVE "DEPT" TO WS-MISSING-WORD
        PERFORM ADD-MISSING-WORD
    END-IF.

    MOVE ZERO TO WS-GRD-FOUND.
    PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
            UNTIL WS-GRD-IDX > WS-GRD-COUNT
        IF WS-TBL-CODE(WS-GRD-IDX) = EMP-GRADE
            MOVE WS-GRD-IDX TO WS-GRD-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN EMP-GRADE = SPACES OR WS-GRD-FOUND = ZERO
            ADD 1 TO WS-GAP-GRADE
            MOVE "GRADE" TO WS-MISSING-WORD
            PERFORM ADD-MISSING-WORD
        WHEN EMP-SALARY NOT NUMERIC
            ADD 1 TO WS-GAP-GRADE
            MOVE "SAL-BAND" TO WS-MISSING-WORD
            PERFORM ADD-MISSING-WORD
        WHEN EMP-SALARY < WS-TBL-MIN(WS-GRD-FOUND)
                OR EMP-SALARY > WS-TBL-MAX(WS-GRD-FOUND)
            ADD 1 TO WS-GAP-GRADE
            MOVE "SAL-BAND" TO WS-MISSING-WORD
            PERFORM ADD-MISSING-WORD
        WHEN OTHER
            ADD 1 TO WS-CHECKS-HELD
    END-EVALUATE.

    MOVE SPACES TO GID-TIN GID-SSS GID-PHILHEALTH GID-PAGIBIG.
    IF WS-GOVID-OPEN = "Y"
        MOVE EMP-ID TO GID-EMP-ID
        READ GOVID-FILE
            INVALID KEY
                MOVE SPACES TO GID-TIN GID-SSS GID-PHILHEALTH
                    GID-PAGIBIG
        END-READ
    END-IF.
    IF GID-TIN NOT = SPACES AND GID-SSS NOT = SPACES
            AND GID-PHILHEALTH NOT = SPACES
            AND GID-PAGIBIG NOT = SPACES
        ADD 1 TO WS-CHECKS-HELD
    ELSE
        ADD 1 TO WS-GAP-GOVID
        IF GID-TIN = SPACES
            MOVE "TIN" TO WS-MISSING-WORD
            PERFORM ADD-MISSING-WORD
        END-IF
        IF GID-SSS = SPACES
            MOVE "SSS" TO WS-MISSING-WORD
            PERFORM ADD-MISSING-WORD
        END-IF
        IF GID-PHILHEALTH = SPACES
            MOVE "PHIC" TO WS-MISSING-WORD
            PERFORM ADD-MISSING-WORD
        END-IF
        IF GID-PAGIBIG = SPACES
            MOVE "HDMF" TO WS-MISSING-WORD
            PERFORM ADD-MISSING-WORD
        END-IF
    END-IF.

*> Any empdep.dat entry counts - a dependent, or an "other"
*> relation kept as the emergency contact.
    MOVE "N" TO WS-DEP-FOUND.
    IF WS-DEP-OPEN = "Y"
        MOVE EMP-ID TO DPN-EMP-ID
        MOVE ZERO TO DPN-SEQ
        START DEPENDENT-FILE KEY IS NOT LESS THAN DPN-KEY
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ DEPENDENT-FILE NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF DPN-EMP-ID = EMP-ID
                            MOVE "Y" TO WS-DEP-FOUND
                        END-IF
                END-READ
        END-START
    END-IF.
    IF WS-DEP-FOUND = "Y"
        ADD 1 TO WS-CHECKS-HELD
    ELSE
        ADD 1 TO WS-GAP-DEPENDENT
        MOVE "DEPENDENT" TO WS-MISSING-WORD
        PERFORM ADD-MISSING-WORD
    END-IF.

    MOVE "N" TO DSRV-VALID-FLAG.
    IF EMP-HIRE-DATE IS NUMERIC AND EMP-HIRE-DATE NOT = ZERO
        COMPUTE WS-HIRE-YMD = EMP-HIRE-YY * 10000
            + EMP-HIRE-MM * 100 + EMP-HIRE-DD
        SET DSRV-VALIDATE TO TRUE
        MOVE WS-HIRE-YMD TO DSRV-DATE-A
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
    END-IF.
    IF DSRV-VALID-FLAG = "Y"
        ADD 1 TO WS-CHECKS-HELD
    ELSE
        ADD 1 TO WS-GAP-HIRE
        MOVE "HIRE-DATE" TO WS-MISSING-WORD
        PERFORM ADD-MISSING-WORD
    END-IF.

    PERFORM FORMAT-EMPLOYEE-NAME.
    MOVE EMP-LOCATION TO SRT-BRANCH.
    MOVE EMP-ID TO SRT-EMP-ID.
    MOVE WS-FULL-NAME TO SRT-NAME.
    COMPUTE SRT-SCORE ROUNDED = WS-CHECKS-HELD * 100 / 7.
    MOVE WS-MISSING-TEXT TO SRT-MISSING.

ADD-MISSING-WORD.
    STRING FUNCTION TRIM(WS-MISSING-WORD) " "
        DELIMITED BY SIZE
        INTO WS-MISSING-TEXT WITH POINTER WS-MISSING-PTR
    END-STRING.

PRINT-ONE-SCORE.
    IF SRT-BRANCH NOT = WS-CURRENT-BRANCH
        IF WS-CURRENT-BRANCH NOT = HIGH-VALUES
            PERFORM CLOSE-BRANCH
        END-IF
        MOVE SRT-BRANCH TO WS-CURRENT-BRANCH
        MOVE ZERO TO WS-BR-HEADCOUNT WS-BR-COMPLETE WS-BR-SCORE-SUM
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SRT-BRANCH TO RPT-BRANCH-NAME
        IF SRT-BRANCH = SPACES
            MOVE "(NONE)" TO RPT-BRANCH-NAME
        END-IF
        WRITE REPORT-LINE FROM RPT-BRANCH-LINE
    END-IF.
    ADD 1 TO WS-SCORED-COUNT.
    ADD 1 TO WS-BR-HEADCOUNT.
    ADD SRT-SCORE TO WS-BR-SCORE-SUM.
    IF SRT-SCORE = 100
        ADD 1 TO WS-COMPLETE-COUNT
        ADD 1 TO WS-BR-COMPLETE
    END-IF.
    MOVE SRT-EMP-ID TO RPT-DET-ID.
    MOVE SRT-NAME TO RPT-DET-NAME.
    MOVE SRT-SCORE TO RPT-DET-SCORE.
    MOVE SRT-MISSING TO RPT-DET-MISSING.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

CLOSE-BRANCH.
    COMPUTE WS-BR-AVERAGE ROUNDED = WS-BR-SCORE-SUM / WS-BR-HEADCOUNT.
    IF WS-BR-COUNT < 200
        ADD 1 TO WS-BR-COUNT
        MOVE WS-CURRENT-BRANCH TO WS-BRT-BRANCH(WS-BR-COUNT)
        IF WS-CURRENT-BRANCH = SPACES
            MOVE "(NONE)" TO WS-BRT-BRANCH(WS-BR-COUNT)
        END-IF
        MOVE WS-BR-HEADCOUNT TO WS-BRT-HEADCOUNT(WS-BR-COUNT)
        MOVE WS-BR-COMPLETE TO WS-BRT-COMPLETE(WS-BR-COUNT)
        MOVE WS-BR-AVERAGE TO WS-BRT-AVERAGE(WS-BR-COUNT)
    END-IF.
    MOVE WS-BR-AVERAGE TO RPT-BRT-AVERAGE.
    MOVE WS-BR-COMPLETE TO RPT-BRT-COMPLETE.
    MOVE WS-BR-HEADCOUNT TO RPT-BRT-HEADCOUNT.
    WRITE REPORT-LINE FROM RPT-BRANCH-TOTAL.

*> Most complete first; equal averages keep branch order.
RANK-BRANCHES.
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
            UNTIL WS-BR-IDX >= WS-BR-COUNT
        PERFORM VARYING WS-BR-IDX2 FROM 1 BY 1
                UNTIL WS-BR-IDX2 > WS-BR-COUNT - WS-BR-IDX
            IF WS-BRT-AVERAGE(WS-BR-IDX2)
                    < WS-BRT-AVERAGE(WS-BR-IDX2 + 1)
                MOVE WS-BR-ENTRY(WS-BR-IDX2) TO WS-BR-SWAP
                MOVE WS-BR-ENTRY(WS-BR-IDX2 + 1)
                    TO WS-BR-ENTRY(WS-BR-IDX2)
                MOVE WS-BR-SWAP TO WS-BR-ENTRY(WS-BR-IDX2 + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "BRANCH RANKING - MOST COMPLETE FIRST" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-RANK-HEADING.
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
            UNTIL WS-BR-IDX > WS-BR-COUNT
        MOVE WS-BR-IDX TO RPT-RNK-RANK
        MOVE WS-BRT-BRANCH(WS-BR-IDX) TO RPT-RNK-BRANCH
        MOVE WS-BRT-HEADCOUNT(WS-BR-IDX) TO RPT-RNK-HEAD
        MOVE WS-BRT-COMPLETE(WS-BR-IDX) TO RPT-RNK-COMPLETE
        COMPUTE RPT-RNK-INCOMPLETE = WS-BRT-HEADCOUNT(WS-BR-IDX)
            - WS-BRT-COMPLETE(WS-BR-IDX)
        MOVE WS-BRT-AVERAGE(WS-BR-IDX) TO RPT-RNK-AVERAGE
        WRITE REPORT-LINE FROM RPT-RANK-LINE
    END-PERFORM.

WRITE-SCORE-TOTALS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Employees scored                  : " TO RPT-TOT-LABEL.
    MOVE WS-SCORED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Complete on all seven checks      : " TO RPT-TOT-LABEL.
    MOVE WS-COMPLETE-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Missing mailing address           : " TO RPT-TOT-LABEL.
    MOVE WS-GAP-ADDRESS TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Missing bank account / payee      : " TO RPT-TOT-LABEL.
    MOVE WS-GAP-PAY TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Missing active department         : " TO RPT-TOT-LABEL.
    MOVE WS-GAP-DEPT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Grade missing or salary off band  : " TO RPT-TOT-LABEL.
    MOVE WS-GAP-GRADE TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Missing a government ID           : " TO RPT-TOT-LABEL.
    MOVE WS-GAP-GOVID TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "No dependent or emergency contact : " TO RPT-TOT-LABEL.
    MOVE WS-GAP-DEPENDENT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Missing or invalid hire date      : " TO RPT-TOT-LABEL.
    MOVE WS-GAP-HIRE TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.

*> A menu run carries the operator's branch scope in the sign-on
*> context and lists only those branches; a run started outside
*> the menu (the batch schedule) lists every branch.
RESOLVE-BRANCH-SCOPE.
    MOVE "Y" TO BSC-SCOPE-ALL.
    MOVE "N" TO BSC-LOG-REFUSAL.
    MOVE ZERO TO WS-SCOPE-OMITTED.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO BSC-OPERATOR-ID
            MOVE SGN-SCOPE TO BSC-SCOPE
        END-IF
    END-IF.

CHECK-EMPLOYEE-SCOPE.
    MOVE EMP-ID TO BSC-EMP-ID.
    MOVE EMP-LOCATION TO BSC-BRANCH.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.

WRITE-SCOPE-FOOTER.
    IF BSC-SCOPE-ALL = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "Branch scope of " BSC-OPERATOR-ID " applied - "
        WS-SCOPE-OMITTED " employee(s) outside it omitted."
        DELIMITED BY SIZE INTO REPORT-LINE.
    WRITE REPORT-LINE.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
