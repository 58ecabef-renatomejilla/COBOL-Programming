*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Year-end withholding tax annualization over the
*>              payhist.dat periods 1-14 of a fiscal year. Per
*>              employee the year's gross (periods 1-12 and the
*>              final pay in period 14), the thirteenth-month pay
*>              (period 13, and the pro-rata part of a final pay)
*>              above the exempt ceiling (sysparm
*>              THIRTEENTH-EXEMPT, default 90,000) and the tax
*>              actually withheld are summed;
*>              the tax due for the year is the PAYCALC monthly
*>              bracket applied to one-twelfth of the annual
*>              taxable compensation, times twelve - the same
*>              gross basis and the same taxrates.dat brackets the
*>              periods were withheld on, so mid-year hires,
*>              salary-review increases and the thirteenth month
*>              all come out right. Trial mode only prints; apply
*>              mode posts the difference (extra deduction or
*>              refund) on the employee's December record (period
*>              9) as PH-TAX-ADJ with PH-NET restated, replacing
*>              any earlier posting so the run can be repeated.
*>              Prints a certificate of compensation and tax
*>              withheld per employee (taxcert.prt) and the
*>              alphalist of all employees for filing
*>              (alphalist.rpt). An employee with no December
*>              record (separated or not yet hired) is flagged on
*>              the alphalist for settlement through final pay.
*>              Non-taxable allowances (PH-NONTAX-EARN) are part of
*>              gross but, like the exempt thirteenth month, stay
*>              out of taxable compensation. Retroactive pay posted
*>              in a period (PH-RETRO-*) counts toward that year's
*>              gross, contributions and tax withheld. Every run
*>              of a period counts - the regular run and any
*>              off-cycle run - except a reversal and the record it
*>              reversed, which cancel; the adjustment goes on the
*>              December run that stands.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-TAX-ANNUAL.

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

        SELECT PAY-HISTORY ASSIGN TO "payhist.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-PAYHIST-STATUS.

        SELECT CERT-FILE ASSIGN TO "taxcert.prt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CERT-STATUS.

        SELECT REPORT-FILE ASSIGN TO "alphalist.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD PAY-HISTORY.
    COPY PAYHIST.

    FD CERT-FILE.
    01 CERT-LINE            PIC X(80).

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-PAYHIST-STATUS    PIC XX.
    01 WS-CERT-STATUS       PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-FY-IN             PIC 9(4).
    01 WS-MODE              PIC X.
    01 WS-PERIOD            PIC 99.
    01 WS-STD-FY            PIC 9(4).
    01 WS-STD-PERIOD        PIC 99.
    01 WS-STD-EMP-ID        PIC 9(6).
    01 WS-DEC-PERIOD        PIC 99 VALUE 9.
    01 WS-EXEMPT-CEILING    PIC 9(7)V99 VALUE 90000.
    01 WS-COMPANY-NAME      PIC X(20) VALUE SPACES.
    01 WS-PERIODS-PAID      PIC 99.
    01 WS-HAS-DEC-RECORD    PIC X.
    01 WS-YEAR-GROSS        PIC 9(9)V99.
    01 WS-YEAR-NONTAX       PIC 9(9)V99.
    01 WS-YEAR-CONTRIB      PIC 9(9)V99.
    01 WS-YEAR-WITHHELD     PIC 9(9)V99.
    01 WS-THIRTEENTH        PIC 9(9)V99.
    01 WS-EXEMPT-13TH       PIC 9(9)V99.
    01 WS-TAXABLE-13TH      PIC 9(9)V99.
    01 WS-TAXABLE           PIC 9(9)V99.
    01 WS-MONTHLY-EQUIV     PIC 9(7)V99.
    01 WS-TAX-DUE           PIC 9(9)V99.
    01 WS-ADJUSTMENT        PIC S9(9)V99.
    01 WS-READ-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-POSTED-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-NO-DEC-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-TOT-GROSS         PIC 9(11)V99 VALUE ZERO.
    01 WS-TOT-EXEMPT        PIC 9(11)V99 VALUE ZERO.
    01 WS-TOT-TAXABLE       PIC 9(11)V99 VALUE ZERO.
    01 WS-TOT-DUE           PIC 9(11)V99 VALUE ZERO.
    01 WS-TOT-WITHHELD      PIC 9(11)V99 VALUE ZERO.
    01 WS-TOT-ADJUST        PIC S9(11)V99 VALUE ZERO.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY PAYCALC.
    COPY SYSPARM.
    COPY DATESRV.
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(36)
            VALUE "ANNUAL ALPHALIST OF EMPLOYEES  (".
        05 RPT-MODE        PIC X(5).
        05 FILLER          PIC X(6)  VALUE ")  FY ".
        05 RPT-TITLE-FY    PIC 9(4).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(32) VALUE "EMPLOYEE NAME".
        05 FILLER          PIC X(15) VALUE "  GROSS COMP".
        05 FILLER          PIC X(13) VALUE " EXEMPT 13TH".
        05 FILLER          PIC X(15) VALUE "     TAXABLE".
        05 FILLER          PIC X(13) VALUE "     TAX DUE".
        05 FILLER          PIC X(13) VALUE "    WITHHELD".
        05 FILLER          PIC X(13) VALUE "  ADJUSTMENT".
        05 FILLER          PIC X(10) VALUE " FLAG".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NAME    PIC X(31).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-GROSS   PIC ZZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-EXEMPT  PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-TAXABLE PIC ZZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-DUE     PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-HELD    PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-ADJ     PIC ZZZ,ZZ9.99-.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-FLAG    PIC X(10).
    01 RPT-TOTAL-LINE.
        05 FILLER          PIC X(26)
            VALUE "Company total           : ".
        05 RPT-TOT-COUNT   PIC ZZZZ9.
        05 FILLER          PIC X(8)  VALUE SPACES.
        05 RPT-TOT-GROSS   PIC ZZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TOT-EXEMPT  PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TOT-TAXABLE PIC ZZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TOT-DUE     PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TOT-HELD    PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TOT-ADJ     PIC ZZZ,ZZ9.99-.

    01 CRT-RULE-LINE        PIC X(64) VALUE ALL "=".
    01 CRT-TITLE-LINE.
        05 FILLER           PIC X(52) VALUE
            "CERTIFICATE OF COMPENSATION AND TAX WITHHELD  FY ".
        05 CRT-FY           PIC 9(4).
    01 CRT-EMPLOYER-LINE.
        05 FILLER           PIC X(12) VALUE "Employer  : ".
        05 CRT-EMPLOYER     PIC X(20).
    01 CRT-NAME-LINE.
        05 FILLER           PIC X(12) VALUE "Employee  : ".
        05 CRT-EMP-ID       PIC 9(6).
        05 FILLER           PIC X(2)  VALUE SPACES.
        05 CRT-NAME         PIC X(31).
    01 CRT-BRANCH-LINE.
        05 FILLER           PIC X(12) VALUE "Branch    : ".
        05 CRT-BRANCH       PIC X(15).
        05 FILLER           PIC X(17) VALUE "  Periods paid: ".
        05 CRT-PERIODS      PIC Z9.
    01 CRT-MONEY-LINE.
        05 CRT-MON-LABEL    PIC X(38).
        05 CRT-MON-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Fiscal year (0 for current): " WITH NO ADVANCING.
    ACCEPT WS-FY-IN.
    IF WS-FY-IN = ZERO
        SET DSRV-FISCAL-PERIOD TO TRUE
        MOVE WS-RUN-DATE TO DSRV-DATE-A
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
        MOVE DSRV-FISCAL-YEAR TO WS-FY-IN
    END-IF.
    DISPLAY "Trial (report only) or Apply to pay history? "
        "(T/A): " WITH NO ADVANCING.
    ACCEPT WS-MODE.
    MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
    IF WS-MODE NOT = "T" AND WS-MODE NOT = "A"
        DISPLAY "Mode must be T or A."
        GOBACK
    END-IF.

    MOVE "THIRTEENTH-EXEMPT" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
        MOVE SPM-NUMERIC TO WS-EXEMPT-CEILING
    END-IF.
    MOVE "COMPANY-NAME" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y"
        MOVE SPM-VALUE TO WS-COMPANY-NAME
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to annualize."
        GOBACK
    END-IF.
    IF WS-MODE = "A"
        OPEN I-O PAY-HISTORY
    ELSE
        OPEN INPUT PAY-HISTORY
    END-IF.
    IF WS-PAYHIST-STATUS NOT = "00"
        DISPLAY "payhist.dat not found - run the payroll register "
            "first."
        CLOSE EMPLOYEE-MASTER
        GOBACK
    END-IF.

    MOVE "WS-TAX-ANNUAL" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN OUTPUT CERT-FILE.
    MOVE "TAX CERTIFICATES" TO RRG-REPORT-NAME.
    MOVE "taxcert.prt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "FY " WS-FY-IN " PERIODS 1-13"
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==CERT-LINE==.

    OPEN OUTPUT REPORT-FILE.
    MOVE "ALPHALIST" TO RRG-REPORT-NAME.
    MOVE "alphalist.rpt" TO RRG-FILE-NAME.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "FY " WS-FY-IN " MODE " WS-MODE
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    IF WS-MODE = "A"
        MOVE "APPLY" TO RPT-MODE
    ELSE
        MOVE "TRIAL" TO RPT-MODE
    END-IF.
    MOVE WS-FY-IN TO RPT-TITLE-FY.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    PERFORM UNTIL WS-EMP-FILE-STATUS = "10"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM GATHER-EMPLOYEE-YEAR
                IF WS-PERIODS-PAID > ZERO
                    PERFORM ANNUALIZE-ONE-EMPLOYEE
                END-IF
        END-READ
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-LISTED-COUNT TO RPT-TOT-COUNT.
    MOVE WS-TOT-GROSS TO RPT-TOT-GROSS.
    MOVE WS-TOT-EXEMPT TO RPT-TOT-EXEMPT.
    MOVE WS-TOT-TAXABLE TO RPT-TOT-TAXABLE.
    MOVE WS-TOT-DUE TO RPT-TOT-DUE.
    MOVE WS-TOT-WITHHELD TO RPT-TOT-HELD.
    MOVE WS-TOT-ADJUST TO RPT-TOT-ADJ.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    IF WS-NO-DEC-COUNT > ZERO
        MOVE SPACES TO REPORT-LINE
        STRING WS-NO-DEC-COUNT " employee(s) flagged NO DEC "
            "REC - no December pay record to carry the "
            "adjustment; settle through final pay."
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

    CLOSE EMPLOYEE-MASTER.
    CLOSE PAY-HISTORY.
    CLOSE CERT-FILE.
    CLOSE REPORT-FILE.

    MOVE "TAX CERTIFICATES" TO RRG-REPORT-NAME.
    MOVE "taxcert.prt" TO RRG-FILE-NAME.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "FY " WS-FY-IN " PERIODS 1-13"
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    MOVE WS-LISTED-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
    MOVE "ALPHALIST" TO RRG-REPORT-NAME.
    MOVE "alphalist.rpt" TO RRG-FILE-NAME.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "FY " WS-FY-IN " MODE " WS-MODE
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    CALL "RPTREG" USING RPT-REG-AREA.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-POSTED-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "Tax annualization FY" WS-FY-IN " - "
        WS-LISTED-COUNT " employee(s).".
    DISPLAY "  Certificates : taxcert.prt".
    DISPLAY "  Alphalist    : alphalist.rpt".
    IF WS-MODE = "A"
        DISPLAY "  " WS-POSTED-COUNT " adjustment(s) posted to "
            "the December records (period 9)."
    END-IF.
    IF WS-NO-DEC-COUNT > ZERO
        DISPLAY "  " WS-NO-DEC-COUNT " employee(s) have no "
            "December record - see alphalist.rpt."
    END-IF.
GOBACK.

*> One keyed START per period; the key is FY/period/EMP-ID/run so
*> the employee's year is fourteen short reads of that period's
*> runs, not a file scan.
GATHER-EMPLOYEE-YEAR.
    MOVE ZERO TO WS-PERIODS-PAID.
    MOVE ZERO TO WS-YEAR-GROSS.
    MOVE ZERO TO WS-YEAR-NONTAX.
    MOVE ZERO TO WS-YEAR-CONTRIB.
    MOVE ZERO TO WS-YEAR-WITHHELD.
    MOVE ZERO TO WS-THIRTEENTH.
    MOVE "N" TO WS-HAS-DEC-RECORD.
    PERFORM VARYING WS-PERIOD FROM 1 BY 1 UNTIL WS-PERIOD > 14
        MOVE WS-FY-IN TO PH-FISCAL-YEAR
        MOVE WS-PERIOD TO PH-PERIOD
        MOVE EMP-ID TO PH-EMP-ID
        PERFORM GATHER-PERIOD-RUNS
    END-PERFORM.

GATHER-PERIOD-RUNS.
    MOVE ZERO TO PH-RUN-NO.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-PAYHIST-STATUS NOT = "00"
        READ PAY-HISTORY NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF PH-FISCAL-YEAR NOT = WS-FY-IN
                OR PH-PERIOD NOT = WS-PERIOD
                OR PH-EMP-ID NOT = EMP-ID
            EXIT PERFORM
        END-IF
        IF NOT PH-REVERSAL AND NOT PH-IS-REVERSED
            PERFORM ACCUMULATE-ONE-PERIOD
        END-IF
    END-PERFORM.

ACCUMULATE-ONE-PERIOD.
    ADD PH-TAX TO WS-YEAR-WITHHELD.
    IF WS-PERIOD = 13
        ADD PH-GROSS TO WS-THIRTEENTH
        EXIT PARAGRAPH
    END-IF.
*> Final pay: its non-taxable part is the pro-rata thirteenth month,
*> which shares the exempt ceiling with period 13.
    IF WS-PERIOD = 14
        ADD PH-NONTAX-EARN TO WS-THIRTEENTH
        COMPUTE WS-YEAR-GROSS = WS-YEAR-GROSS + PH-GROSS
            - PH-NONTAX-EARN
        ADD PH-SSS PH-PHILHEALTH PH-PAGIBIG TO WS-YEAR-CONTRIB
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-PERIODS-PAID.
    ADD PH-GROSS TO WS-YEAR-GROSS.
    ADD PH-NONTAX-EARN TO WS-YEAR-NONTAX.
    ADD PH-SSS PH-PHILHEALTH PH-PAGIBIG TO WS-YEAR-CONTRIB.
    IF PH-RETRO-GROSS IS NUMERIC
        ADD PH-RETRO-GROSS TO WS-YEAR-GROSS
        ADD PH-RETRO-CONTRIB TO WS-YEAR-CONTRIB
        ADD PH-RETRO-TAX TO WS-YEAR-WITHHELD
    END-IF.
    IF WS-PERIOD = WS-DEC-PERIOD
        MOVE "Y" TO WS-HAS-DEC-RECORD
    END-IF.

*> Tax due uses the monthly brackets in force in December: the
*> annual taxable over twelve through PAYCALC, times twelve.
ANNUALIZE-ONE-EMPLOYEE.
    IF WS-THIRTEENTH > WS-EXEMPT-CEILING
        MOVE WS-EXEMPT-CEILING TO WS-EXEMPT-13TH
    ELSE
        MOVE WS-THIRTEENTH TO WS-EXEMPT-13TH
    END-IF.
    COMPUTE WS-TAXABLE-13TH = WS-THIRTEENTH - WS-EXEMPT-13TH.
    COMPUTE WS-TAXABLE = WS-YEAR-GROSS - WS-YEAR-NONTAX
        + WS-TAXABLE-13TH.

    COMPUTE WS-MONTHLY-EQUIV ROUNDED = WS-TAXABLE / 12.
    COMPUTE PAY-AS-OF-DATE = (WS-FY-IN - 1) * 10000 + 1231.
    MOVE WS-MONTHLY-EQUIV TO PAY-GROSS.
    MOVE ZERO TO PAY-NONTAX-EARN.
    MOVE ZERO TO PAY-LOAN-DEDUCT.
    MOVE ZERO TO PAY-HMO-DEDUCT.
    CALL "PAYCALC" USING PAY-CALC-AREA.
    COMPUTE WS-TAX-DUE = PAY-TAX * 12.
    COMPUTE WS-ADJUSTMENT = WS-TAX-DUE - WS-YEAR-WITHHELD.

    PERFORM FORMAT-EMPLOYEE-NAME.
    ADD 1 TO WS-LISTED-COUNT.
    ADD WS-YEAR-GROSS WS-THIRTEENTH TO WS-TOT-GROSS.
    ADD WS-EXEMPT-13TH WS-YEAR-NONTAX TO WS-TOT-EXEMPT.
    ADD WS-TAXABLE TO WS-TOT-TAXABLE.
    ADD WS-TAX-DUE TO WS-TOT-DUE.
    ADD WS-YEAR-WITHHELD TO WS-TOT-WITHHELD.
    ADD WS-ADJUSTMENT TO WS-TOT-ADJUST.

    MOVE EMP-ID TO RPT-DET-ID.
    MOVE WS-FULL-NAME TO RPT-DET-NAME.
    COMPUTE RPT-DET-GROSS = WS-YEAR-GROSS + WS-THIRTEENTH.
    COMPUTE RPT-DET-EXEMPT = WS-EXEMPT-13TH + WS-YEAR-NONTAX.
    MOVE WS-TAXABLE TO RPT-DET-TAXABLE.
    MOVE WS-TAX-DUE TO RPT-DET-DUE.
    MOVE WS-YEAR-WITHHELD TO RPT-DET-HELD.
    MOVE WS-ADJUSTMENT TO RPT-DET-ADJ.
    MOVE SPACES TO RPT-DET-FLAG.
    IF WS-HAS-DEC-RECORD NOT = "Y" AND WS-ADJUSTMENT NOT = ZERO
        MOVE "NO DEC REC" TO RPT-DET-FLAG
        ADD 1 TO WS-NO-DEC-COUNT
    END-IF.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

    PERFORM PRINT-TAX-CERTIFICATE.

    IF WS-MODE = "A" AND WS-HAS-DEC-RECORD = "Y"
        PERFORM POST-DECEMBER-ADJUSTMENT
    END-IF.

*> The December record is re-read and restated: whatever an
*> earlier run posted is backed out of PH-NET before the new
*> adjustment goes in, so a repeat run lands on the same figures.
POST-DECEMBER-ADJUSTMENT.
    MOVE WS-FY-IN TO PH-FISCAL-YEAR.
    MOVE WS-DEC-PERIOD TO PH-PERIOD.
    MOVE EMP-ID TO PH-EMP-ID.
    PERFORM FIND-STANDING-PAY.
    IF WS-PAYHIST-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    IF PH-TAX-ADJ IS NOT NUMERIC
        MOVE ZERO TO PH-TAX-ADJ
    END-IF.
    COMPUTE PH-NET = PH-NET + PH-TAX-ADJ - WS-ADJUSTMENT.
    MOVE WS-ADJUSTMENT TO PH-TAX-ADJ.
    REWRITE PAY-HISTORY-RECORD
        INVALID KEY
            DISPLAY "Rewrite failed for " EMP-ID
                " (status " WS-PAYHIST-STATUS ")."
        NOT INVALID KEY
            ADD 1 TO WS-POSTED-COUNT
    END-REWRITE.

*> The pay that stands for the employee in the period keyed in
*> PH-FISCAL-YEAR/PH-PERIOD/PH-EMP-ID: the regular run, or the
*> off-cycle run that replaced it once it was reversed. Status
*> "00" leaves that record current for a REWRITE; "23" when no
*> run stands.
FIND-STANDING-PAY.
    MOVE PH-FISCAL-YEAR TO WS-STD-FY.
    MOVE PH-PERIOD TO WS-STD-PERIOD.
    MOVE PH-EMP-ID TO WS-STD-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            MOVE "23" TO WS-PAYHIST-STATUS
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-PAYHIST-STATUS NOT = "00"
        READ PAY-HISTORY NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF PH-FISCAL-YEAR NOT = WS-STD-FY
                OR PH-PERIOD NOT = WS-STD-PERIOD
                OR PH-EMP-ID NOT = WS-STD-EMP-ID
            EXIT PERFORM
        END-IF
        IF NOT PH-REVERSAL AND NOT PH-IS-REVERSED
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.
    MOVE "23" TO WS-PAYHIST-STATUS.

PRINT-TAX-CERTIFICATE.
    IF WS-LISTED-COUNT > 1
        WRITE CERT-LINE FROM CRT-RULE-LINE
    END-IF.
    MOVE WS-FY-IN TO CRT-FY.
    WRITE CERT-LINE FROM CRT-TITLE-LINE.
    MOVE WS-COMPANY-NAME TO CRT-EMPLOYER.
    WRITE CERT-LINE FROM CRT-EMPLOYER-LINE.
    MOVE EMP-ID TO CRT-EMP-ID.
    MOVE WS-FULL-NAME TO CRT-NAME.
    WRITE CERT-LINE FROM CRT-NAME-LINE.
    MOVE EMP-LOCATION TO CRT-BRANCH.
    MOVE WS-PERIODS-PAID TO CRT-PERIODS.
    WRITE CERT-LINE FROM CRT-BRANCH-LINE.
    MOVE SPACES TO CERT-LINE.
    WRITE CERT-LINE.

    MOVE "Gross compensation (periods 1-12)   :" TO CRT-MON-LABEL.
    MOVE WS-YEAR-GROSS TO CRT-MON-AMOUNT.
    WRITE CERT-LINE FROM CRT-MONEY-LINE.
    IF WS-YEAR-NONTAX > ZERO
        MOVE "  less non-taxable allowances       :"
            TO CRT-MON-LABEL
        MOVE WS-YEAR-NONTAX TO CRT-MON-AMOUNT
        WRITE CERT-LINE FROM CRT-MONEY-LINE
    END-IF.
    MOVE "Thirteenth-month pay (period 13)    :" TO CRT-MON-LABEL.
    MOVE WS-THIRTEENTH TO CRT-MON-AMOUNT.
    WRITE CERT-LINE FROM CRT-MONEY-LINE.
    MOVE "  less exempt portion               :" TO CRT-MON-LABEL.
    MOVE WS-EXEMPT-13TH TO CRT-MON-AMOUNT.
    WRITE CERT-LINE FROM CRT-MONEY-LINE.
    MOVE "Taxable compensation                :" TO CRT-MON-LABEL.
    MOVE WS-TAXABLE TO CRT-MON-AMOUNT.
    WRITE CERT-LINE FROM CRT-MONEY-LINE.
    MOVE "SSS/PhilHealth/Pag-IBIG withheld    :" TO CRT-MON-LABEL.
    MOVE WS-YEAR-CONTRIB TO CRT-MON-AMOUNT.
    WRITE CERT-LINE FROM CRT-MONEY-LINE.
    MOVE SPACES TO CERT-LINE.
    WRITE CERT-LINE.
    MOVE "Tax due for the year                :" TO CRT-MON-LABEL.
    MOVE WS-TAX-DUE TO CRT-MON-AMOUNT.
    WRITE CERT-LINE FROM CRT-MONEY-LINE.
    MOVE "Tax withheld, periods 1-13          :" TO CRT-MON-LABEL.
    MOVE WS-YEAR-WITHHELD TO CRT-MON-AMOUNT.
    WRITE CERT-LINE FROM CRT-MONEY-LINE.
    IF WS-ADJUSTMENT < ZERO
        MOVE "Refunded at year end                :"
            TO CRT-MON-LABEL
    ELSE
        MOVE "Additional tax withheld at year end :"
            TO CRT-MON-LABEL
    END-IF.
    MOVE WS-ADJUSTMENT TO CRT-MON-AMOUNT.
    WRITE CERT-LINE FROM CRT-MONEY-LINE.
    MOVE "Total tax withheld for the year     :" TO CRT-MON-LABEL.
    MOVE WS-TAX-DUE TO CRT-MON-AMOUNT.
    WRITE CERT-LINE FROM CRT-MONEY-LINE.
    MOVE SPACES TO CERT-LINE.
    WRITE CERT-LINE.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
