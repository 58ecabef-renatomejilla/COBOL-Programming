*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: General ledger payroll journal for a closed fiscal
*>              period, so accounting no longer re-keys the
*>              register. Every payhist.dat record of the period
*>              that stands (reversals and the records they reverse
*>              cancel and are passed by; off-cycle runs count)
*>              is split into journal amounts: the gross with any
*>              retroactive gross debited to salary expense for the
*>              cost center - the branch paid plus the employee's
*>              EMP-DEPT - and the SSS, PhilHealth, Pag-IBIG,
*>              withholding tax (with the year-end adjustment and
*>              retro tax), retro contributions, loan installments,
*>              the employees' health plan premium share and net
*>              pay credited to their own accounts. The
*>              accounts come from glmap.dat (WS-GLMAP-MAINT), the
*>              most specific row for the cost center winning.
*>              Amounts are summed per account and cost center and
*>              written to glint.dat - INTFCTL header, a DTL record
*>              per journal line, an HSH record carrying the debit
*>              and credit hash totals, then the trailer count.
*>              When an amount has no account or the debits do not
*>              equal the credits the run is rejected: glint.dat is
*>              left empty, the journal listing gljrnl.rpt says
*>              why, and the program ends with return code 8.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-GL-INTERFACE.

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

        SELECT GLMAP-FILE ASSIGN TO "glmap.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GLMAP-STATUS.

        SELECT CALENDAR-FILE ASSIGN TO "fiscalcal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALENDAR-STATUS.

        SELECT GL-FILE ASSIGN TO "glint.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-STATUS.

        SELECT REPORT-FILE ASSIGN TO "gljrnl.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD PAY-HISTORY.
    COPY PAYHIST.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD GLMAP-FILE.
    COPY GLMAPREC.

    FD CALENDAR-FILE.
    01 CALENDAR-RECORD.
        05 CAL-FISCAL-YEAR  PIC 9(4).
        05 CAL-PERIOD       PIC 99.
        05 CAL-START-DATE   PIC 9(8).
        05 CAL-END-DATE     PIC 9(8).
        05 CAL-WORK-DAYS    PIC 9(3).
        05 CAL-LABEL        PIC X(8).
        05 CAL-CLOSED       PIC X.

    FD GL-FILE.
    01 GL-RECORD            PIC X(100).

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-PAYHIST-STATUS    PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-GLMAP-STATUS      PIC XX.
    01 WS-CALENDAR-STATUS   PIC XX.
    01 WS-GL-STATUS         PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-MASTER-OPEN       PIC X VALUE "N".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-FY-IN             PIC 9(4).
    01 WS-PERIOD-IN         PIC 99.
    01 WS-PERIOD-START      PIC 9(8).
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-SKIP-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-REJECTED          PIC X VALUE "N".
    01 WS-CC-BRANCH         PIC X(15).
    01 WS-CC-DEPT           PIC X(10).
    01 WS-KEY-BRANCH        PIC X(15).
    01 WS-KEY-DEPT          PIC X(10).
    01 WS-JRN-ITEM          PIC X(4).
    01 WS-JRN-AMOUNT        PIC S9(9)V99.
    01 WS-JRN-ACCOUNT       PIC X(10).
    01 WS-JRN-DESC          PIC X(30).
    01 WS-MATCH-LEVEL       PIC 9.
    01 WS-BEST-LEVEL        PIC 9.
    01 WS-I                 PIC 9(3).
    01 WS-DEBIT-TOTAL       PIC 9(13)V99 VALUE ZERO.
    01 WS-CREDIT-TOTAL      PIC 9(13)V99 VALUE ZERO.
    01 WS-LINE-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-MAP-COUNT         PIC 9(3) VALUE ZERO.
    01 WS-MAP-TABLE.
        05 WS-MAP-ENTRY OCCURS 300 TIMES.
            10 WS-MAP-ITEM      PIC X(4).
            10 WS-MAP-BRANCH    PIC X(15).
            10 WS-MAP-DEPT      PIC X(10).
            10 WS-MAP-ACCOUNT   PIC X(10).
            10 WS-MAP-DESC      PIC X(30).
    01 WS-JL-COUNT          PIC 9(3) VALUE ZERO.
    01 WS-JL-IDX            PIC 9(3).
    01 WS-JL-TABLE.
        05 WS-JL-ENTRY OCCURS 500 TIMES.
            10 WS-JL-ACCOUNT    PIC X(10).
            10 WS-JL-BRANCH     PIC X(15).
            10 WS-JL-DEPT       PIC X(10).
            10 WS-JL-DESC       PIC X(30).
            10 WS-JL-AMOUNT     PIC S9(11)V99.
    01 WS-UNMAPPED-COUNT    PIC 9(3) VALUE ZERO.
    01 WS-UM-IDX            PIC 9(3).
    01 WS-UNMAPPED-TABLE.
        05 WS-UM-ENTRY OCCURS 50 TIMES.
            10 WS-UM-ITEM       PIC X(4).
            10 WS-UM-BRANCH     PIC X(15).
            10 WS-UM-DEPT       PIC X(10).
    01 WS-TABLE-FULL        PIC X VALUE "N".

    01 WS-GL-DETAIL.
        05 FILLER           PIC X(4) VALUE "DTL ".
        05 GLD-FISCAL-YEAR  PIC 9(4).
        05 GLD-PERIOD       PIC 99.
        05 GLD-ACCOUNT      PIC X(10).
        05 GLD-BRANCH       PIC X(15).
        05 GLD-DEPT         PIC X(10).
        05 GLD-DR-CR        PIC X.
        05 GLD-AMOUNT       PIC 9(11)V99.
        05 GLD-DESC         PIC X(30).
    01 WS-HASH-RECORD.
        05 FILLER           PIC X(4) VALUE "HSH ".
        05 WS-HSH-DEBITS    PIC 9(13)V99.
        05 WS-HSH-CREDITS   PIC 9(13)V99.
    COPY INTFCTL.
    COPY PERIODCK.
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(25)
            VALUE "PAYROLL GL JOURNAL    FY ".
        05 RPT-TITLE-FY    PIC 9(4).
        05 FILLER          PIC X(9)  VALUE "  PERIOD ".
        05 RPT-TITLE-PER   PIC 99.
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(12) VALUE "ACCOUNT".
        05 FILLER          PIC X(17) VALUE "BRANCH".
        05 FILLER          PIC X(12) VALUE "DEPT".
        05 FILLER          PIC X(32) VALUE "DESCRIPTION".
        05 FILLER          PIC X(19) VALUE "           DEBIT".
        05 FILLER          PIC X(19) VALUE "          CREDIT".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ACCOUNT PIC X(10).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-BRANCH  PIC X(15).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DEPT    PIC X(10).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DESC    PIC X(30).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DEBIT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-CREDIT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    01 RPT-TOTAL-LINE.
        05 FILLER          PIC X(73) VALUE "Journal totals".
        05 RPT-TOT-DEBIT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-TOT-CREDIT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    01 RPT-UNMAPPED-LINE.
        05 FILLER          PIC X(22) VALUE "  No account for item ".
        05 RPT-UM-ITEM     PIC X(4).
        05 FILLER          PIC X(14) VALUE " cost center: ".
        05 RPT-UM-BRANCH   PIC X(15).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-UM-DEPT     PIC X(10).
    01 RPT-STATUS-LINE     PIC X(80).

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Fiscal year to journal  : " WITH NO ADVANCING.
    ACCEPT WS-FY-IN.
    DISPLAY "Period (1-12)           : " WITH NO ADVANCING.
    ACCEPT WS-PERIOD-IN.
    IF WS-PERIOD-IN < 1 OR WS-PERIOD-IN > 12
        DISPLAY "Period must be 1 to 12."
        GOBACK
    END-IF.

*> Only a closed period is journaled: its numbers can no longer
*> move under the ledger.
    PERFORM FIND-PERIOD-START.
    IF WS-PERIOD-START = ZERO
        DISPLAY "fiscalcal.dat has no such period - nothing to "
            "journal."
        GOBACK
    END-IF.
    MOVE WS-PERIOD-START TO PCK-DATE.
    CALL "PERIODCK" USING PERIOD-CHECK-AREA.
    IF PCK-CLOSED NOT = "Y"
        DISPLAY "Period " WS-PERIOD-IN " of FY" WS-FY-IN
            " is still open - close it through PERIOD-CLOSE first."
        GOBACK
    END-IF.

    PERFORM LOAD-MAP-TABLE.
    IF WS-MAP-COUNT = ZERO
        DISPLAY "glmap.dat has no account mappings - set them up "
            "through WS-GLMAP-MAINT first."
        GOBACK
    END-IF.

    OPEN INPUT PAY-HISTORY.
    IF WS-PAYHIST-STATUS NOT = "00"
        DISPLAY "payhist.dat not found - nothing to journal."
        GOBACK
    END-IF.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS = "00"
        MOVE "Y" TO WS-MASTER-OPEN
    END-IF.

    MOVE "WS-GL-INTERFACE" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

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
        END-READ
        IF PH-FISCAL-YEAR NOT = WS-FY-IN
                OR PH-PERIOD NOT = WS-PERIOD-IN
            EXIT PERFORM
        END-IF
        IF PH-REVERSAL OR PH-IS-REVERSED
            ADD 1 TO WS-SKIP-COUNT
        ELSE
            ADD 1 TO WS-READ-COUNT
            PERFORM JOURNAL-ONE-RECORD
        END-IF
    END-PERFORM.
    CLOSE PAY-HISTORY.
    IF WS-MASTER-OPEN = "Y"
        CLOSE EMPLOYEE-MASTER
    END-IF.

*> The balance is proved on the summed lines, exactly as they
*> will reach the ledger.
    PERFORM VARYING WS-JL-IDX FROM 1 BY 1
            UNTIL WS-JL-IDX > WS-JL-COUNT
        IF WS-JL-AMOUNT(WS-JL-IDX) > ZERO
            ADD WS-JL-AMOUNT(WS-JL-IDX) TO WS-DEBIT-TOTAL
        ELSE
            SUBTRACT WS-JL-AMOUNT(WS-JL-IDX) FROM WS-CREDIT-TOTAL
        END-IF
    END-PERFORM.
    IF WS-UNMAPPED-COUNT > ZERO OR WS-TABLE-FULL = "Y"
            OR WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
            OR WS-READ-COUNT = ZERO
        MOVE "Y" TO WS-REJECTED
    END-IF.

*> A rejected run still empties glint.dat, so an earlier period's
*> file cannot be picked up in its place.
    OPEN OUTPUT GL-FILE.
    IF WS-REJECTED NOT = "Y"
        PERFORM WRITE-GL-FILE
    END-IF.
    CLOSE GL-FILE.

    PERFORM WRITE-JOURNAL-LISTING.

    SET RLG-END TO TRUE.
    IF WS-REJECTED = "Y"
        MOVE "REJECTED" TO RLG-STATUS
    ELSE
        MOVE "COMPLETE" TO RLG-STATUS
    END-IF.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-LINE-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    IF WS-REJECTED = "Y"
        DISPLAY "GL journal REJECTED - see gljrnl.rpt; glint.dat "
            "not produced."
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "GL journal written to glint.dat: " WS-LINE-COUNT
            " line(s), balanced."
        DISPLAY "Listing written to gljrnl.rpt."
    END-IF.
GOBACK.

LOAD-MAP-TABLE.
    MOVE ZERO TO WS-MAP-COUNT.
    OPEN INPUT GLMAP-FILE.
    IF WS-GLMAP-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-GLMAP-STATUS = "10"
        READ GLMAP-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-MAP-COUNT < 300
                    ADD 1 TO WS-MAP-COUNT
                    MOVE GLM-ITEM TO WS-MAP-ITEM(WS-MAP-COUNT)
                    MOVE GLM-BRANCH TO WS-MAP-BRANCH(WS-MAP-COUNT)
                    MOVE GLM-DEPT TO WS-MAP-DEPT(WS-MAP-COUNT)
                    MOVE GLM-ACCOUNT TO WS-MAP-ACCOUNT(WS-MAP-COUNT)
                    MOVE GLM-DESC TO WS-MAP-DESC(WS-MAP-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE GLMAP-FILE.

FIND-PERIOD-START.
    MOVE ZERO TO WS-PERIOD-START.
    OPEN INPUT CALENDAR-FILE.
    IF WS-CALENDAR-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-CALENDAR-STATUS NOT = "00"
        READ CALENDAR-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF CAL-FISCAL-YEAR = WS-FY-IN
                AND CAL-PERIOD = WS-PERIOD-IN
            MOVE CAL-START-DATE TO WS-PERIOD-START
            EXIT PERFORM
        END-IF
    END-PERFORM.
    CLOSE CALENDAR-FILE.

*> The cost center is the branch the pay was booked to and the
*> employee's department. Expense carries it onto the ledger;
*> the credits are company-wide, though their account may still
*> depend on it.
JOURNAL-ONE-RECORD.
    MOVE PH-BRANCH TO WS-CC-BRANCH.
    MOVE SPACES TO WS-CC-DEPT.
    IF WS-MASTER-OPEN = "Y"
        MOVE PH-EMP-ID TO EMP-ID
        READ EMPLOYEE-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE EMP-DEPT TO WS-CC-DEPT
        END-READ
    END-IF.
    MOVE "SAL " TO WS-JRN-ITEM.
    COMPUTE WS-JRN-AMOUNT = PH-GROSS + PH-RETRO-GROSS.
    PERFORM ADD-JOURNAL-AMOUNT.
    MOVE "SSS " TO WS-JRN-ITEM.
    COMPUTE WS-JRN-AMOUNT = ZERO - PH-SSS.
    PERFORM ADD-JOURNAL-AMOUNT.
    MOVE "PHIC" TO WS-JRN-ITEM.
    COMPUTE WS-JRN-AMOUNT = ZERO - PH-PHILHEALTH.
    PERFORM ADD-JOURNAL-AMOUNT.
    MOVE "HDMF" TO WS-JRN-ITEM.
    COMPUTE WS-JRN-AMOUNT = ZERO - PH-PAGIBIG.
    PERFORM ADD-JOURNAL-AMOUNT.
    MOVE "WTAX" TO WS-JRN-ITEM.
    COMPUTE WS-JRN-AMOUNT = ZERO - PH-TAX - PH-TAX-ADJ
        - PH-RETRO-TAX.
    PERFORM ADD-JOURNAL-AMOUNT.
    MOVE "RCON" TO WS-JRN-ITEM.
    COMPUTE WS-JRN-AMOUNT = ZERO - PH-RETRO-CONTRIB.
    PERFORM ADD-JOURNAL-AMOUNT.
    MOVE "LOAN" TO WS-JRN-ITEM.
    COMPUTE WS-JRN-AMOUNT = ZERO - PH-LOAN-DEDUCT.
    PERFORM ADD-JOURNAL-AMOUNT.
    IF PH-HMO-DEDUCT IS NUMERIC
        MOVE "HMO " TO WS-JRN-ITEM
        COMPUTE WS-JRN-AMOUNT = ZERO - PH-HMO-DEDUCT
        PERFORM ADD-JOURNAL-AMOUNT
    END-IF.
    MOVE "NET " TO WS-JRN-ITEM.
    COMPUTE WS-JRN-AMOUNT = ZERO - PH-NET.
    PERFORM ADD-JOURNAL-AMOUNT.

*> Debits positive, credits negative; a line that nets the other
*> way (a negative retro difference) simply changes side.
ADD-JOURNAL-AMOUNT.
    IF WS-JRN-AMOUNT = ZERO
        EXIT PARAGRAPH
    END-IF.
    PERFORM FIND-ACCOUNT.
    IF WS-BEST-LEVEL = ZERO
        PERFORM NOTE-UNMAPPED
        EXIT PARAGRAPH
    END-IF.
    IF WS-JRN-ITEM = "SAL "
        MOVE WS-CC-BRANCH TO WS-KEY-BRANCH
        MOVE WS-CC-DEPT TO WS-KEY-DEPT
    ELSE
        MOVE SPACES TO WS-KEY-BRANCH
        MOVE SPACES TO WS-KEY-DEPT
    END-IF.
    PERFORM VARYING WS-JL-IDX FROM 1 BY 1
            UNTIL WS-JL-IDX > WS-JL-COUNT
        IF WS-JL-ACCOUNT(WS-JL-IDX) = WS-JRN-ACCOUNT
                AND WS-JL-BRANCH(WS-JL-IDX) = WS-KEY-BRANCH
                AND WS-JL-DEPT(WS-JL-IDX) = WS-KEY-DEPT
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-JL-IDX > WS-JL-COUNT
        IF WS-JL-COUNT >= 500
            MOVE "Y" TO WS-TABLE-FULL
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-JL-COUNT
        MOVE WS-JL-COUNT TO WS-JL-IDX
        MOVE WS-JRN-ACCOUNT TO WS-JL-ACCOUNT(WS-JL-IDX)
        MOVE WS-KEY-BRANCH TO WS-JL-BRANCH(WS-JL-IDX)
        MOVE WS-KEY-DEPT TO WS-JL-DEPT(WS-JL-IDX)
        MOVE WS-JRN-DESC TO WS-JL-DESC(WS-JL-IDX)
        MOVE ZERO TO WS-JL-AMOUNT(WS-JL-IDX)
    END-IF.
    ADD WS-JRN-AMOUNT TO WS-JL-AMOUNT(WS-JL-IDX).

*> Branch and department, then branch alone, then the company
*> default: the most specific row for the item wins.
FIND-ACCOUNT.
    MOVE ZERO TO WS-BEST-LEVEL.
    MOVE SPACES TO WS-JRN-ACCOUNT.
    MOVE SPACES TO WS-JRN-DESC.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-MAP-COUNT
        MOVE ZERO TO WS-MATCH-LEVEL
        IF WS-MAP-ITEM(WS-I) = WS-JRN-ITEM
            EVALUATE TRUE
                WHEN WS-MAP-BRANCH(WS-I) = WS-CC-BRANCH
                        AND WS-MAP-DEPT(WS-I) = WS-CC-DEPT
                        AND WS-MAP-BRANCH(WS-I) NOT = SPACES
                    MOVE 3 TO WS-MATCH-LEVEL
                WHEN WS-MAP-BRANCH(WS-I) = WS-CC-BRANCH
                        AND WS-MAP-DEPT(WS-I) = SPACES
                        AND WS-MAP-BRANCH(WS-I) NOT = SPACES
                    MOVE 2 TO WS-MATCH-LEVEL
                WHEN WS-MAP-BRANCH(WS-I) = SPACES
                        AND WS-MAP-DEPT(WS-I) = SPACES
                    MOVE 1 TO WS-MATCH-LEVEL
            END-EVALUATE
        END-IF
        IF WS-MATCH-LEVEL > WS-BEST-LEVEL
            MOVE WS-MATCH-LEVEL TO WS-BEST-LEVEL
            MOVE WS-MAP-ACCOUNT(WS-I) TO WS-JRN-ACCOUNT
            MOVE WS-MAP-DESC(WS-I) TO WS-JRN-DESC
        END-IF
    END-PERFORM.

NOTE-UNMAPPED.
    PERFORM VARYING WS-UM-IDX FROM 1 BY 1
            UNTIL WS-UM-IDX > WS-UNMAPPED-COUNT
        IF WS-UM-ITEM(WS-UM-IDX) = WS-JRN-ITEM
                AND WS-UM-BRANCH(WS-UM-IDX) = WS-CC-BRANCH
                AND WS-UM-DEPT(WS-UM-IDX) = WS-CC-DEPT
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.
    IF WS-UNMAPPED-COUNT < 50
        ADD 1 TO WS-UNMAPPED-COUNT
        MOVE WS-JRN-ITEM TO WS-UM-ITEM(WS-UNMAPPED-COUNT)
        MOVE WS-CC-BRANCH TO WS-UM-BRANCH(WS-UNMAPPED-COUNT)
        MOVE WS-CC-DEPT TO WS-UM-DEPT(WS-UNMAPPED-COUNT)
    END-IF.

*> The HSH record carries the debit and credit hash totals so the
*> ledger load can prove completeness; the trailer count follows
*> as on every interface file.
WRITE-GL-FILE.
    MOVE "HDR" TO INTF-HDR-TAG.
    MOVE "GLJOURNAL" TO INTF-HDR-FILE-ID.
    MOVE WS-RUN-DATE TO INTF-HDR-DATE.
    MOVE "WS-GL-INTERFACE" TO INTF-HDR-PROGRAM.
    WRITE GL-RECORD FROM INTF-HEADER-RECORD.
    PERFORM VARYING WS-JL-IDX FROM 1 BY 1
            UNTIL WS-JL-IDX > WS-JL-COUNT
        IF WS-JL-AMOUNT(WS-JL-IDX) NOT = ZERO
            MOVE WS-FY-IN TO GLD-FISCAL-YEAR
            MOVE WS-PERIOD-IN TO GLD-PERIOD
            MOVE WS-JL-ACCOUNT(WS-JL-IDX) TO GLD-ACCOUNT
            MOVE WS-JL-BRANCH(WS-JL-IDX) TO GLD-BRANCH
            MOVE WS-JL-DEPT(WS-JL-IDX) TO GLD-DEPT
            MOVE WS-JL-DESC(WS-JL-IDX) TO GLD-DESC
            IF WS-JL-AMOUNT(WS-JL-IDX) > ZERO
                MOVE "D" TO GLD-DR-CR
                MOVE WS-JL-AMOUNT(WS-JL-IDX) TO GLD-AMOUNT
            ELSE
                MOVE "C" TO GLD-DR-CR
                COMPUTE GLD-AMOUNT = ZERO - WS-JL-AMOUNT(WS-JL-IDX)
            END-IF
            WRITE GL-RECORD FROM WS-GL-DETAIL
            ADD 1 TO WS-LINE-COUNT
        END-IF
    END-PERFORM.
    MOVE WS-DEBIT-TOTAL TO WS-HSH-DEBITS.
    MOVE WS-CREDIT-TOTAL TO WS-HSH-CREDITS.
    WRITE GL-RECORD FROM WS-HASH-RECORD.
    MOVE "TRL" TO INTF-TRL-TAG.
    MOVE WS-LINE-COUNT TO INTF-TRL-COUNT.
    WRITE GL-RECORD FROM INTF-TRAILER-RECORD.

WRITE-JOURNAL-LISTING.
    OPEN OUTPUT REPORT-FILE.
    MOVE "PAYROLL GL JOURNAL" TO RRG-REPORT-NAME.
    MOVE "gljrnl.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "FY" WS-FY-IN " PERIOD " WS-PERIOD-IN
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-FY-IN TO RPT-TITLE-FY.
    MOVE WS-PERIOD-IN TO RPT-TITLE-PER.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.
    PERFORM VARYING WS-JL-IDX FROM 1 BY 1
            UNTIL WS-JL-IDX > WS-JL-COUNT
        IF WS-JL-AMOUNT(WS-JL-IDX) NOT = ZERO
            MOVE WS-JL-ACCOUNT(WS-JL-IDX) TO RPT-DET-ACCOUNT
            MOVE WS-JL-BRANCH(WS-JL-IDX) TO RPT-DET-BRANCH
            MOVE WS-JL-DEPT(WS-JL-IDX) TO RPT-DET-DEPT
            MOVE WS-JL-DESC(WS-JL-IDX) TO RPT-DET-DESC
            IF WS-JL-AMOUNT(WS-JL-IDX) > ZERO
                MOVE WS-JL-AMOUNT(WS-JL-IDX) TO RPT-DET-DEBIT
                MOVE ZERO TO RPT-DET-CREDIT
            ELSE
                MOVE ZERO TO RPT-DET-DEBIT
                COMPUTE RPT-DET-CREDIT =
                    ZERO - WS-JL-AMOUNT(WS-JL-IDX)
            END-IF
            WRITE REPORT-LINE FROM RPT-DETAIL-LINE
        END-IF
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-DEBIT-TOTAL TO RPT-TOT-DEBIT.
    MOVE WS-CREDIT-TOTAL TO RPT-TOT-CREDIT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO RPT-STATUS-LINE.
    STRING "Pay records journaled: " WS-READ-COUNT
        "   reversal pairs passed by: " WS-SKIP-COUNT
        DELIMITED BY SIZE INTO RPT-STATUS-LINE.
    WRITE REPORT-LINE FROM RPT-STATUS-LINE.
    PERFORM VARYING WS-UM-IDX FROM 1 BY 1
            UNTIL WS-UM-IDX > WS-UNMAPPED-COUNT
        MOVE WS-UM-ITEM(WS-UM-IDX) TO RPT-UM-ITEM
        MOVE WS-UM-BRANCH(WS-UM-IDX) TO RPT-UM-BRANCH
        MOVE WS-UM-DEPT(WS-UM-IDX) TO RPT-UM-DEPT
        WRITE REPORT-LINE FROM RPT-UNMAPPED-LINE
    END-PERFORM.
    IF WS-TABLE-FULL = "Y"
        MOVE "More than 500 journal lines - the table is full"
            TO RPT-STATUS-LINE
        WRITE REPORT-LINE FROM RPT-STATUS-LINE
    END-IF.
    MOVE SPACES TO RPT-STATUS-LINE.
    EVALUATE TRUE
        WHEN WS-REJECTED NOT = "Y"
            STRING "BALANCED - glint.dat written, "
                WS-LINE-COUNT " line(s)"
                DELIMITED BY SIZE INTO RPT-STATUS-LINE
        WHEN WS-READ-COUNT = ZERO
            MOVE "REJECTED - no pay on file for the period"
                TO RPT-STATUS-LINE
        WHEN WS-UNMAPPED-COUNT > ZERO OR WS-TABLE-FULL = "Y"
            MOVE "REJECTED - amounts without a GL account"
                TO RPT-STATUS-LINE
        WHEN OTHER
            MOVE "REJECTED - debits and credits do not balance"
                TO RPT-STATUS-LINE
    END-EVALUATE.
    WRITE REPORT-LINE FROM RPT-STATUS-LINE.
    CLOSE REPORT-FILE.
    MOVE WS-LINE-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
