*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Outstanding company loans and salary advances off
*>              loans.dat, grouped by the employee's branch
*>              (branches.dat sequence, with an UNLISTED section
*>              for legacy locations and for loans whose employee
*>              is no longer on the master) with branch and
*>              company totals. Every loan still carrying a
*>              balance is listed, separated employees included
*>              and flagged, so the amount owed is on paper when
*>              final pay is worked out. Output in loanbal.rpt.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-LOAN-REPORT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LOAN-FILE ASSIGN TO "loans.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS LN-KEY
            FILE STATUS IS WS-LOAN-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT BRANCH-FILE ASSIGN TO "branches.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BR-CODE
            FILE STATUS IS WS-BRANCH-STATUS.

        SELECT REPORT-FILE ASSIGN TO "loanbal.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD LOAN-FILE.
    COPY LOANREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD BRANCH-FILE.
    COPY BRANCHREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(110).

    WORKING-STORAGE SECTION.
    01 WS-LOAN-STATUS       PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-BRANCH-STATUS     PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-BRANCH-TOTAL      PIC 99 VALUE ZERO.
    01 WS-ROW-LIMIT         PIC 99.
    01 WS-BRANCH-IDX        PIC 99.
    01 WS-CURRENT-BRANCH    PIC X(15).
    01 WS-SEED-LOC          PIC X(15).
    01 WS-SEED-FOUND        PIC X.
    01 WS-SCAN-IDX          PIC 99.
    01 WS-LOC-MATCHED       PIC X.
    01 WS-LOCATION-ENTRIES.
        05 WS-LOC-ENTRY OCCURS 21 TIMES PIC X(15).
    01 WS-EMP-BRANCH        PIC X(15).
    01 WS-NAME-KNOWN        PIC X.
    01 WS-BRANCH-COUNT      PIC 9(5).
    01 WS-BRANCH-BALANCE    PIC 9(11)V99.
    01 WS-COMPANY-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-COMPANY-BALANCE   PIC 9(11)V99 VALUE ZERO.
    01 WS-SEP-COUNT         PIC 9(5) VALUE ZERO.
    01 WS-SEP-BALANCE       PIC 9(11)V99 VALUE ZERO.
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
            VALUE "OUTSTANDING LOANS AND ADVANCES  Run date: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-BRANCH-LINE.
        05 FILLER          PIC X(8)  VALUE "BRANCH: ".
        05 RPT-BRANCH-NAME PIC X(15).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(33) VALUE "EMPLOYEE NAME".
        05 FILLER          PIC X(5)  VALUE "LN T".
        05 FILLER          PIC X(12) VALUE "   PRINCIPAL".
        05 FILLER          PIC X(13) VALUE " INSTALLMENT".
        05 FILLER          PIC X(9)  VALUE " PAID/TRM".
        05 FILLER          PIC X(14) VALUE "       BALANCE".
        05 FILLER          PIC X(11) VALUE " FLAG".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NAME    PIC X(31).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-LOAN-NO PIC 99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-TYPE    PIC X.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-PRIN    PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-PAYMENT PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-PAID    PIC ZZ9.
        05 FILLER          PIC X     VALUE "/".
        05 RPT-DET-TERM    PIC ZZ9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-BALANCE PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-FLAG    PIC X(10).
    01 RPT-SUBTOTAL-LINE.
        05 FILLER          PIC X(9)  VALUE "Subtotal ".
        05 RPT-SUB-BRANCH  PIC X(15).
        05 FILLER          PIC X(2)  VALUE ": ".
        05 RPT-SUB-COUNT   PIC ZZZZ9.
        05 FILLER          PIC X(9)  VALUE " loan(s) ".
        05 FILLER          PIC X(40) VALUE SPACES.
        05 RPT-SUB-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
    01 RPT-TOTAL-LINE.
        05 FILLER          PIC X(26)
            VALUE "Company total           : ".
        05 RPT-TOT-COUNT   PIC ZZZZ9.
        05 FILLER          PIC X(9)  VALUE " loan(s) ".
        05 FILLER          PIC X(40) VALUE SPACES.
        05 RPT-TOT-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
    01 RPT-SEP-LINE.
        05 FILLER          PIC X(26)
            VALUE "Owed by separated staff : ".
        05 RPT-SEP-COUNT   PIC ZZZZ9.
        05 FILLER          PIC X(9)  VALUE " loan(s) ".
        05 FILLER          PIC X(40) VALUE SPACES.
        05 RPT-SEP-BALANCE PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    OPEN INPUT LOAN-FILE.
    IF WS-LOAN-STATUS NOT = "00"
        DISPLAY "loans.dat not found - no loans have been granted."
        GOBACK
    END-IF.
    CLOSE LOAN-FILE.

    OPEN INPUT EMPLOYEE-MASTER.
    PERFORM LOAD-BRANCH-LIST.

    MOVE "WS-LOAN-REPORT" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN OUTPUT REPORT-FILE.
    MOVE "OUTSTANDING LOANS" TO RRG-REPORT-NAME.
    MOVE "loanbal.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE "BALANCE OWED, BRANCH SEQUENCE" TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.

    PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
            UNTIL WS-BRANCH-IDX > WS-ROW-LIMIT
        MOVE WS-LOC-ENTRY(WS-BRANCH-IDX) TO WS-CURRENT-BRANCH
        PERFORM LIST-ONE-BRANCH
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-COMPANY-COUNT TO RPT-TOT-COUNT.
    MOVE WS-COMPANY-BALANCE TO RPT-TOT-BALANCE.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE WS-SEP-COUNT TO RPT-SEP-COUNT.
    MOVE WS-SEP-BALANCE TO RPT-SEP-BALANCE.
    WRITE REPORT-LINE FROM RPT-SEP-LINE.
    CLOSE REPORT-FILE.
    CLOSE EMPLOYEE-MASTER.

    MOVE WS-COMPANY-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-COMPANY-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "Outstanding loans written to loanbal.rpt - "
        WS-COMPANY-COUNT " loan(s).".
GOBACK.

LOAD-BRANCH-LIST.
    OPEN INPUT BRANCH-FILE.
    IF WS-BRANCH-STATUS = "35"
        MOVE SPACES TO WS-SEED-LOC
        CALL "BRANCHVAL" USING WS-SEED-LOC WS-SEED-FOUND
        OPEN INPUT BRANCH-FILE
    END-IF.
    MOVE LOW-VALUES TO BR-CODE.
    START BRANCH-FILE KEY IS NOT LESS THAN BR-CODE
        INVALID KEY
            CONTINUE
    END-START.
    PERFORM UNTIL WS-BRANCH-STATUS = "10"
        READ BRANCH-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-BRANCH-TOTAL < 20
                    ADD 1 TO WS-BRANCH-TOTAL
                    MOVE BR-CODE TO WS-LOC-ENTRY(WS-BRANCH-TOTAL)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BRANCH-FILE.
    COMPUTE WS-ROW-LIMIT = WS-BRANCH-TOTAL + 1.
    MOVE "** UNLISTED **" TO WS-LOC-ENTRY(WS-ROW-LIMIT).

*> The loan file is re-read per branch, the way the register
*> re-reads the master per branch.
LIST-ONE-BRANCH.
    MOVE ZERO TO WS-BRANCH-COUNT.
    MOVE ZERO TO WS-BRANCH-BALANCE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-CURRENT-BRANCH TO RPT-BRANCH-NAME.
    WRITE REPORT-LINE FROM RPT-BRANCH-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    OPEN INPUT LOAN-FILE.
    PERFORM UNTIL WS-LOAN-STATUS = "10"
        READ LOAN-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-BRANCH-IDX = 1
                    ADD 1 TO WS-READ-COUNT
                END-IF
                IF LN-BALANCE > ZERO
                    PERFORM LOOK-UP-EMPLOYEE
                    PERFORM MATCH-BRANCH-ROW
                    IF WS-LOC-MATCHED = "Y"
                        PERFORM WRITE-LOAN-DETAIL
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE LOAN-FILE.

    MOVE WS-CURRENT-BRANCH TO RPT-SUB-BRANCH.
    MOVE WS-BRANCH-COUNT TO RPT-SUB-COUNT.
    MOVE WS-BRANCH-BALANCE TO RPT-SUB-BALANCE.
    WRITE REPORT-LINE FROM RPT-SUBTOTAL-LINE.

*> A loan whose employee has left the master altogether has no
*> branch to go under and lands in UNLISTED.
LOOK-UP-EMPLOYEE.
    MOVE "N" TO WS-NAME-KNOWN.
    MOVE LN-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "** NOT ON MASTER **" TO WS-FULL-NAME
            MOVE SPACES TO WS-EMP-BRANCH
        NOT INVALID KEY
            MOVE "Y" TO WS-NAME-KNOWN
            MOVE EMP-LOCATION TO WS-EMP-BRANCH
    END-READ.

MATCH-BRANCH-ROW.
    MOVE "N" TO WS-LOC-MATCHED.
    IF WS-BRANCH-IDX <= WS-BRANCH-TOTAL
        IF WS-EMP-BRANCH = WS-CURRENT-BRANCH
            MOVE "Y" TO WS-LOC-MATCHED
        END-IF
    ELSE
        MOVE "Y" TO WS-LOC-MATCHED
        PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-BRANCH-TOTAL
            IF WS-EMP-BRANCH = WS-LOC-ENTRY(WS-SCAN-IDX)
                MOVE "N" TO WS-LOC-MATCHED
            END-IF
        END-PERFORM
    END-IF.

WRITE-LOAN-DETAIL.
    ADD 1 TO WS-BRANCH-COUNT WS-COMPANY-COUNT.
    ADD LN-BALANCE TO WS-BRANCH-BALANCE WS-COMPANY-BALANCE.
    MOVE SPACES TO RPT-DET-FLAG.
    IF WS-NAME-KNOWN = "Y"
        PERFORM FORMAT-EMPLOYEE-NAME
        IF EMP-SEPARATED
            MOVE "SEPARATED" TO RPT-DET-FLAG
            ADD 1 TO WS-SEP-COUNT
            ADD LN-BALANCE TO WS-SEP-BALANCE
        END-IF
    END-IF.
    MOVE LN-EMP-ID TO RPT-DET-ID.
    MOVE WS-FULL-NAME TO RPT-DET-NAME.
    MOVE LN-LOAN-NO TO RPT-DET-LOAN-NO.
    MOVE LN-TYPE TO RPT-DET-TYPE.
    MOVE LN-PRINCIPAL TO RPT-DET-PRIN.
    MOVE LN-PAYMENT TO RPT-DET-PAYMENT.
    MOVE LN-PAID-COUNT TO RPT-DET-PAID.
    MOVE LN-TERM TO RPT-DET-TERM.
    MOVE LN-BALANCE TO RPT-DET-BALANCE.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
