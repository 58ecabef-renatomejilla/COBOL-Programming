*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Monthly statutory remittance run off the payhist.dat
*>              results for a chosen fiscal period. One contribution
*>              listing per agency - remitsss.rpt (SSS),
*>              remitphi.rpt (PhilHealth) and remitpag.rpt
*>              (Pag-IBIG) - each showing per employee the employee
*>              share, the employer share PAYCALC computed off the
*>              same bracket, and the total, grouped by PH-BRANCH
*>              (branches.dat sequence, with an UNLISTED section
*>              for legacy locations) with branch and company
*>              totals. Each listing closes with the remittance
*>              summary finance copies onto the agency form, so
*>              the employer counterpart is no longer worked out
*>              by hand. Off-cycle runs in the period are
*>              remitted with the regular run; a reversed record
*>              and its reversal cancel and are left off.
*>              The retroactive contribution differences
*>              WS-RETRO-PAY withheld in the period (PH-RETRO-
*>              CONTRIB, credited to RCON by the GL interface)
*>              are listed on their own in remitret.rpt - one
*>              combined SSS, PhilHealth and Pag-IBIG figure per
*>              employee, negative where a salary went down - so
*>              they are remitted with the period as adjustments
*>              rather than left sitting in the clearing account.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-REMIT-REPORT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PAY-HISTORY ASSIGN TO "payhist.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-PAYHIST-STATUS.

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

        SELECT REPORT-FILE ASSIGN USING WS-REPORT-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD PAY-HISTORY.
    COPY PAYHIST.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD BRANCH-FILE.
    COPY BRANCHREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(100).

    WORKING-STORAGE SECTION.
    01 WS-PAYHIST-STATUS    PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-BRANCH-STATUS     PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-REPORT-NAME       PIC X(20).
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-FY-IN             PIC 9(4).
    01 WS-PERIOD-IN         PIC 99.
    01 WS-PERIOD-FOUND      PIC X.
    01 WS-AGENCY            PIC 9.
    01 WS-AGENCY-NAMES      PIC X(40) VALUE
        "SSS       PHILHEALTHPAG-IBIG  RETRO     ".
    01 WS-AGENCY-TABLE REDEFINES WS-AGENCY-NAMES.
        05 WS-AGENCY-NAME OCCURS 4 TIMES PIC X(10).
    01 WS-AGENCY-FILES      PIC X(48) VALUE
        "remitsss.rptremitphi.rptremitpag.rptremitret.rpt".
    01 WS-AGENCY-FILE-TABLE REDEFINES WS-AGENCY-FILES.
        05 WS-AGENCY-FILE OCCURS 4 TIMES PIC X(12).
    01 WS-EE-SHARE          PIC S9(7)V99.
    01 WS-ER-SHARE          PIC 9(7)V99.
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
    01 WS-BRANCH-COUNT      PIC 9(5).
    01 WS-BRANCH-EE         PIC S9(11)V99.
    01 WS-BRANCH-ER         PIC 9(11)V99.
    01 WS-COMPANY-COUNT     PIC 9(5).
    01 WS-COMPANY-EE        PIC S9(11)V99.
    01 WS-COMPANY-ER        PIC 9(11)V99.
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-WRITE-COUNT       PIC 9(7) VALUE ZERO.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    01 WS-NAME-KNOWN        PIC X.
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 RPT-TITLE-AGENCY PIC X(11).
        05 FILLER          PIC X(24)
            VALUE "CONTRIBUTION LISTING  FY".
        05 RPT-TITLE-FY    PIC 9(4).
        05 FILLER          PIC X(9)  VALUE "  PERIOD ".
        05 RPT-TITLE-PER   PIC 99.
    01 RPT-BRANCH-LINE.
        05 FILLER          PIC X(8)  VALUE "BRANCH: ".
        05 RPT-BRANCH-NAME PIC X(15).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(33) VALUE "EMPLOYEE NAME".
        05 FILLER          PIC X(16) VALUE "    EMPLOYEE".
        05 FILLER          PIC X(16) VALUE "    EMPLOYER".
        05 FILLER          PIC X(16) VALUE "       TOTAL".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NAME    PIC X(31).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-EE      PIC ZZ,ZZZ,ZZ9.99-.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-ER      PIC ZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-DET-TOTAL   PIC ZZ,ZZZ,ZZ9.99-.
    01 RPT-SUBTOTAL-LINE.
        05 FILLER          PIC X(9)  VALUE "Subtotal ".
        05 RPT-SUB-BRANCH  PIC X(15).
        05 FILLER          PIC X(2)  VALUE ": ".
        05 RPT-SUB-COUNT   PIC ZZZZ9.
        05 FILLER          PIC X(8)  VALUE SPACES.
        05 RPT-SUB-EE      PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER          PIC X(1)  VALUE SPACES.
        05 RPT-SUB-ER      PIC ZZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-SUB-TOTAL   PIC ZZZ,ZZZ,ZZ9.99-.
    01 RPT-TOTAL-LINE.
        05 FILLER          PIC X(26)
            VALUE "Company total           : ".
        05 RPT-TOT-COUNT   PIC ZZZZ9.
        05 FILLER          PIC X(8)  VALUE SPACES.
        05 RPT-TOT-EE      PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER          PIC X(1)  VALUE SPACES.
        05 RPT-TOT-ER      PIC ZZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-TOT-TOTAL   PIC ZZZ,ZZZ,ZZ9.99-.
    01 RPT-SUMMARY-LINE.
        05 RPT-SUM-LABEL   PIC X(30).
        05 RPT-SUM-AMOUNT  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Fiscal year to remit    : " WITH NO ADVANCING.
    ACCEPT WS-FY-IN.
    DISPLAY "Period (1-12)           : " WITH NO ADVANCING.
    ACCEPT WS-PERIOD-IN.

    OPEN INPUT PAY-HISTORY.
    IF WS-PAYHIST-STATUS NOT = "00"
        DISPLAY "payhist.dat not found - run the payroll register "
            "first."
        GOBACK
    END-IF.

*> Same probe as the disbursement run: the START alone would be
*> satisfied by any later period, so the first record has to
*> belong to the asked-for period before any listing is opened.
    MOVE WS-FY-IN TO PH-FISCAL-YEAR.
    MOVE WS-PERIOD-IN TO PH-PERIOD.
    MOVE ZERO TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    MOVE "N" TO WS-PERIOD-FOUND.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            READ PAY-HISTORY NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF PH-FISCAL-YEAR = WS-FY-IN
                            AND PH-PERIOD = WS-PERIOD-IN
                        MOVE "Y" TO WS-PERIOD-FOUND
                    END-IF
            END-READ
    END-START.
    IF WS-PERIOD-FOUND NOT = "Y"
        DISPLAY "Nothing on the history for that period."
        CLOSE PAY-HISTORY
        GOBACK
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    PERFORM LOAD-BRANCH-LIST.

    MOVE "WS-REMIT-REPORT" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    PERFORM VARYING WS-AGENCY FROM 1 BY 1 UNTIL WS-AGENCY > 4
        PERFORM LIST-ONE-AGENCY
    END-PERFORM.

    CLOSE PAY-HISTORY.
    CLOSE EMPLOYEE-MASTER.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-WRITE-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "Remittance listings written for FY" WS-FY-IN
        " period " WS-PERIOD-IN ":".
    DISPLAY "  SSS        : remitsss.rpt".
    DISPLAY "  PhilHealth : remitphi.rpt".
    DISPLAY "  Pag-IBIG   : remitpag.rpt".
    DISPLAY "  Retro      : remitret.rpt".
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

*> One listing file per agency, each registered on its own so the
*> spool shows three reports for the period.
LIST-ONE-AGENCY.
    MOVE WS-AGENCY-FILE(WS-AGENCY) TO WS-REPORT-NAME.
    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO RRG-REPORT-NAME.
    STRING FUNCTION TRIM(WS-AGENCY-NAME(WS-AGENCY))
        " REMITTANCE" DELIMITED BY SIZE INTO RRG-REPORT-NAME.
    MOVE WS-REPORT-NAME TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "FY" WS-FY-IN " PERIOD " WS-PERIOD-IN
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-AGENCY-NAME(WS-AGENCY) TO RPT-TITLE-AGENCY.
    MOVE WS-FY-IN TO RPT-TITLE-FY.
    MOVE WS-PERIOD-IN TO RPT-TITLE-PER.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.

    MOVE ZERO TO WS-COMPANY-COUNT.
    MOVE ZERO TO WS-COMPANY-EE.
    MOVE ZERO TO WS-COMPANY-ER.
    PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
            UNTIL WS-BRANCH-IDX > WS-ROW-LIMIT
        MOVE WS-LOC-ENTRY(WS-BRANCH-IDX) TO WS-CURRENT-BRANCH
        PERFORM LIST-ONE-BRANCH
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-COMPANY-COUNT TO RPT-TOT-COUNT.
    MOVE WS-COMPANY-EE TO RPT-TOT-EE.
    MOVE WS-COMPANY-ER TO RPT-TOT-ER.
    COMPUTE RPT-TOT-TOTAL = WS-COMPANY-EE + WS-COMPANY-ER.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.

    PERFORM WRITE-REMITTANCE-SUMMARY.
    CLOSE REPORT-FILE.

    MOVE WS-COMPANY-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

*> The period's records are re-read per branch, the way the
*> register re-reads the master per branch; a section prints
*> even when empty so every branch visibly had nothing to remit.
LIST-ONE-BRANCH.
    MOVE ZERO TO WS-BRANCH-COUNT.
    MOVE ZERO TO WS-BRANCH-EE.
    MOVE ZERO TO WS-BRANCH-ER.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-CURRENT-BRANCH TO RPT-BRANCH-NAME.
    WRITE REPORT-LINE FROM RPT-BRANCH-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    MOVE WS-FY-IN TO PH-FISCAL-YEAR.
    MOVE WS-PERIOD-IN TO PH-PERIOD.
    MOVE ZERO TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            MOVE "10" TO WS-PAYHIST-STATUS
    END-START.
    PERFORM UNTIL WS-PAYHIST-STATUS NOT = "00"
        READ PAY-HISTORY NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                IF PH-FISCAL-YEAR NOT = WS-FY-IN
                        OR PH-PERIOD NOT = WS-PERIOD-IN
                    EXIT PERFORM
                END-IF
                IF NOT PH-REVERSAL AND NOT PH-IS-REVERSED
                    PERFORM MATCH-BRANCH-ROW
                    IF WS-LOC-MATCHED = "Y"
                        PERFORM WRITE-CONTRIBUTION-DETAIL
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

    MOVE WS-CURRENT-BRANCH TO RPT-SUB-BRANCH.
    MOVE WS-BRANCH-COUNT TO RPT-SUB-COUNT.
    MOVE WS-BRANCH-EE TO RPT-SUB-EE.
    MOVE WS-BRANCH-ER TO RPT-SUB-ER.
    COMPUTE RPT-SUB-TOTAL = WS-BRANCH-EE + WS-BRANCH-ER.
    WRITE REPORT-LINE FROM RPT-SUBTOTAL-LINE.

*> A record belongs to the UNLISTED section only when the branch
*> it was paid under matches no branch on the reference file.
MATCH-BRANCH-ROW.
    MOVE "N" TO WS-LOC-MATCHED.
    IF WS-BRANCH-IDX <= WS-BRANCH-TOTAL
        IF PH-BRANCH = WS-CURRENT-BRANCH
            MOVE "Y" TO WS-LOC-MATCHED
        END-IF
    ELSE
        MOVE "Y" TO WS-LOC-MATCHED
        PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-BRANCH-TOTAL
            IF PH-BRANCH = WS-LOC-ENTRY(WS-SCAN-IDX)
                MOVE "N" TO WS-LOC-MATCHED
            END-IF
        END-PERFORM
    END-IF.

*> Employees with nothing to remit to this agency (period 13, a
*> zero-salary record) are left off its listing. The retro listing
*> carries the withheld difference alone; WS-RETRO-PAY works out
*> no employer counterpart for it.
WRITE-CONTRIBUTION-DETAIL.
    IF WS-AGENCY = 1
        ADD 1 TO WS-READ-COUNT
    END-IF.
    EVALUATE WS-AGENCY
        WHEN 1
            MOVE PH-SSS TO WS-EE-SHARE
            MOVE PH-ER-SSS TO WS-ER-SHARE
        WHEN 2
            MOVE PH-PHILHEALTH TO WS-EE-SHARE
            MOVE PH-ER-PHILHEALTH TO WS-ER-SHARE
        WHEN 3
            MOVE PH-PAGIBIG TO WS-EE-SHARE
            MOVE PH-ER-PAGIBIG TO WS-ER-SHARE
        WHEN 4
            MOVE PH-RETRO-CONTRIB TO WS-EE-SHARE
            MOVE ZERO TO WS-ER-SHARE
    END-EVALUATE.
    IF WS-EE-SHARE = ZERO AND WS-ER-SHARE = ZERO
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-BRANCH-COUNT WS-COMPANY-COUNT.
    ADD WS-EE-SHARE TO WS-BRANCH-EE WS-COMPANY-EE.
    ADD WS-ER-SHARE TO WS-BRANCH-ER WS-COMPANY-ER.

    PERFORM NAME-THE-EMPLOYEE.
    MOVE PH-EMP-ID TO RPT-DET-ID.
    MOVE WS-FULL-NAME TO RPT-DET-NAME.
    MOVE WS-EE-SHARE TO RPT-DET-EE.
    MOVE WS-ER-SHARE TO RPT-DET-ER.
    COMPUTE RPT-DET-TOTAL = WS-EE-SHARE + WS-ER-SHARE.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
    ADD 1 TO WS-WRITE-COUNT.

NAME-THE-EMPLOYEE.
    MOVE "N" TO WS-NAME-KNOWN.
    MOVE PH-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "** NOT ON MASTER **" TO WS-FULL-NAME
        NOT INVALID KEY
            MOVE "Y" TO WS-NAME-KNOWN
    END-READ.
    IF WS-NAME-KNOWN = "Y"
        PERFORM FORMAT-EMPLOYEE-NAME
    END-IF.

*> The figures the agency form asks for, in the form's order.
WRITE-REMITTANCE-SUMMARY.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING FUNCTION TRIM(WS-AGENCY-NAME(WS-AGENCY))
        " REMITTANCE SUMMARY" DELIMITED BY SIZE INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Employees covered            :" TO RPT-SUM-LABEL.
    MOVE WS-COMPANY-COUNT TO RPT-SUM-AMOUNT.
    WRITE REPORT-LINE FROM RPT-SUMMARY-LINE.
    MOVE "Employee share withheld      :" TO RPT-SUM-LABEL.
    IF WS-AGENCY = 4
        MOVE "Retro contribution withheld  :" TO RPT-SUM-LABEL
    END-IF.
    MOVE WS-COMPANY-EE TO RPT-SUM-AMOUNT.
    WRITE REPORT-LINE FROM RPT-SUMMARY-LINE.
    IF WS-AGENCY NOT = 4
        MOVE "Employer share               :" TO RPT-SUM-LABEL
        MOVE WS-COMPANY-ER TO RPT-SUM-AMOUNT
        WRITE REPORT-LINE FROM RPT-SUMMARY-LINE
    END-IF.
    MOVE "Total amount to remit        :" TO RPT-SUM-LABEL.
    COMPUTE RPT-SUM-AMOUNT = WS-COMPANY-EE + WS-COMPANY-ER.
    WRITE REPORT-LINE FROM RPT-SUMMARY-LINE.
    IF WS-AGENCY = 4
        MOVE SPACES TO REPORT-LINE
        STRING "Combined SSS, PhilHealth and Pag-IBIG differences "
            "- remit as prior-period adjustments."
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
