*>              legacy locations) with a count reconciliation
*>              against headcount. Records keyed before pay data
*>              existed carry a zero salary and are flagged.
*>              Company loan and salary-advance installments are
*>              taken through LOANDED out of what is left after the
*>              statutory deductions and shown in their own column;
*>              an installment that does not fit waits for the next
*>              period and the line is flagged LOAN HELD.
*>              Allowances and other earnings on earnings.dat
*>              (EARNSUM) are added into gross before PAYCALC runs
*>              and print as their own lines under the employee;
*>              leave without pay booked on lwop.dat comes off
*>              basic pay the same way.
*>              Retroactive pay differences WS-RETRO-PAY posted to
*>              the run's period on retropay.dat are added to net
*>              pay as their own line and carried on payhist.dat.
*>              The register is the regular run (00) of the
*>              period: a rerun replaces only regular-run records,
*>              and an employee already paid this period by an
*>              off-cycle run, or whose regular record has been
*>              reversed, is listed but not paid again - the
*>              roster reconciliation counts them apart.
*>              Seconded staff on a foreign-currency contract
*>              (paycurr.dat) are paid the contract amount
*>              converted through FXRATE at the rate in force on
*>              the pay date, in place of EMP-SALARY, with the
*>              contract figures printed under the line and kept
*>              on payhist.dat; the run refuses to start (return
*>              code 8) while any such employee's rate is missing
*>              or stale per fxstale.ctl.
*>              An employee enrolled in a health plan in force on
*>              the pay date (hmoenrl.dat, priced by HMOPREM) has
*>              the employee share of the premium deducted after
*>              the statutory deductions and ahead of the loans,
*>              printed as its own line and kept on payhist.dat.
*>              The deduction brackets are picked as of the
*>              period's pay date on the payroll calendar
*>              (PAYDATE), printed on the title; a period not on
*>              the calendar falls back to the run date.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-PAYROLL-REGISTER.
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-PAYHIST-STATUS.

        SELECT RETRO-FILE ASSIGN TO "retropay.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RTP-KEY
            FILE STATUS IS WS-RETRO-STATUS.

        SELECT PAYCUR-FILE ASSIGN TO "paycurr.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS PCY-EMP-ID
            FILE STATUS IS WS-PAYCUR-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    FD PAY-HISTORY.
    COPY PAYHIST.

    FD RETRO-FILE.
    COPY RETROPAY.

    FD PAYCUR-FILE.
    COPY PAYCURR.

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-BRANCH-STATUS     PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-PAY-DATE          PIC 9(8).
    01 WS-BRANCH-TOTAL      PIC 99 VALUE ZERO.
    01 WS-ROW-LIMIT         PIC 99.
    01 WS-BRANCH-IDX        PIC 99.
    01 WS-BRANCH-PHIL       PIC 9(11)V99.
    01 WS-BRANCH-PAGIBIG    PIC 9(11)V99.
    01 WS-BRANCH-TAX        PIC 9(11)V99.
    01 WS-BRANCH-LOAN       PIC 9(11)V99.
    01 WS-BRANCH-NET        PIC S9(11)V99.
    01 WS-COMPANY-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-COMPANY-SALARY    PIC 9(11)V99 VALUE ZERO.
    01 WS-COMPANY-PHIL      PIC 9(11)V99 VALUE ZERO.
    01 WS-COMPANY-PAGIBIG   PIC 9(11)V99 VALUE ZERO.
    01 WS-COMPANY-TAX       PIC 9(11)V99 VALUE ZERO.
    01 WS-COMPANY-LOAN      PIC 9(11)V99 VALUE ZERO.
    01 WS-COMPANY-NET       PIC S9(11)V99 VALUE ZERO.
    01 WS-BURST             PIC X VALUE "N".
    01 WS-BURST-STATUS      PIC XX.
            10 WS-TBL-BURST-CNT  PIC 9(5).
    COPY SYSPARM.
    COPY PAYCALC.
    COPY LOANDED.
    COPY EARNSUM.
    01 WS-EARN-IDX          PIC 99.
    01 WS-PAYHIST-STATUS    PIC XX.
    01 WS-FISCAL-YEAR       PIC 9(4).
    01 WS-FISCAL-PERIOD     PIC 99.
    01 WS-RETRO-STATUS      PIC XX.
    01 WS-RETRO-OPEN        PIC X VALUE "N".
    01 WS-RETRO-GROSS       PIC S9(7)V99.
    01 WS-RETRO-CONTRIB     PIC S9(7)V99.
    01 WS-RETRO-TAX         PIC S9(7)V99.
    01 WS-RETRO-NET         PIC S9(7)V99.
    01 WS-PAYCUR-STATUS     PIC XX.
    01 WS-PAYCUR-OPEN       PIC X VALUE "N".
    01 WS-FX-PAID           PIC X.
    01 WS-FX-REFUSED        PIC 9(5) VALUE ZERO.
    01 WS-BASIC-PAY         PIC 9(7)V99.
    01 WS-RATE-DISP         PIC ZZZZ9.9999.
    COPY FXRATE.
    COPY DATESRV.
    COPY PAYDATE.
    COPY HMOPREM.
    01 WS-HMO-COUNT         PIC 9(5) VALUE ZERO.
    01 WS-HEADCOUNT         PIC 9(5) VALUE ZERO.
    01 WS-ZERO-SAL-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-SEPARATED-COUNT   PIC 9(5) VALUE ZERO.
    01 WS-OFF-CYCLE-COUNT   PIC 9(5) VALUE ZERO.
    01 WS-OTHER-RUN         PIC X.
    01 WS-OTHER-RUN-NO      PIC 99.
    01 WS-LOCATION-ENTRIES.
        05 WS-LOC-ENTRY OCCURS 21 TIMES PIC X(15).
    COPY RPTREG.
        05 FILLER          PIC X(42)
            VALUE "MONTHLY PAYROLL REGISTER      Run date:   ".
        05 RPT-RUN-DATE    PIC 9(8).
        05 FILLER          PIC X(14) VALUE "   Pay date:  ".
        05 RPT-PAY-DATE    PIC 9(8).
    01 RPT-BRANCH-LINE.
        05 FILLER          PIC X(8)  VALUE "BRANCH: ".
        05 RPT-BRANCH-NAME PIC X(15).
        05 FILLER          PIC X(11) VALUE "PHILHLTH".
        05 FILLER          PIC X(11) VALUE "PAG-IBIG".
        05 FILLER          PIC X(11) VALUE "W/TAX".
        05 FILLER          PIC X(11) VALUE "LOANS".
        05 FILLER          PIC X(13) VALUE "NET PAY".
        05 FILLER          PIC X(12) VALUE "FLAG".
    01 RPT-DETAIL-LINE.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-TAX     PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-LOAN    PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-NET     PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-FLAG    PIC X(12).
    01 RPT-EARN-LINE.
        05 FILLER          PIC X(8)  VALUE SPACES.
        05 RPT-ERN-CODE    PIC X(4).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-ERN-DESC    PIC X(20).
        05 RPT-ERN-AMOUNT  PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-ERN-TAX     PIC X(11).
    01 RPT-SUBTOTAL-LINE.
        05 FILLER          PIC X(9)  VALUE "Subtotal ".
        05 RPT-SUB-BRANCH  PIC X(15).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-SUB-TAX     PIC ZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-SUB-LOAN    PIC ZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-SUB-NET     PIC ZZZ,ZZZ,ZZ9.99.
    01 RPT-TOTAL-LINE.
        05 FILLER          PIC X(25)
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TOT-TAX     PIC ZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TOT-LOAN    PIC ZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TOT-NET     PIC ZZZ,ZZZ,ZZ9.99.
    01 RPT-RECON-LINE.
        05 RPT-RECON-LABEL PIC X(27).
        MOVE "Y" TO WS-BURST
    END-IF.

*> The run's fiscal period, off the same April-start rule the
*> fiscal calendar carries; every register line also lands in
*> payhist.dat under that period so the numbers survive the next
*> run overwriting payreg.rpt. The pay date is settled first:
*> contract pay converts at the rate in force on it.
    SET DSRV-FISCAL-PERIOD TO TRUE.
    MOVE WS-RUN-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-FISCAL-YEAR TO WS-FISCAL-YEAR.
    MOVE DSRV-RESULT-NUM TO WS-FISCAL-PERIOD.

    SET PDT-BY-PERIOD TO TRUE.
    MOVE WS-FISCAL-YEAR TO PDT-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO PDT-PERIOD.
    CALL "PAYDATE" USING PAY-DATE-AREA.
    IF PDT-FOUND = "Y"
        MOVE PDT-PAY-DATE TO WS-PAY-DATE
    ELSE
        MOVE WS-RUN-DATE TO WS-PAY-DATE
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        GOBACK
    END-IF.
    OPEN INPUT PAYCUR-FILE.
    IF WS-PAYCUR-STATUS = "00"
        MOVE "Y" TO WS-PAYCUR-OPEN
    END-IF.
    PERFORM UNTIL WS-EMP-FILE-STATUS = "10"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
            NOT AT END
                IF NOT EMP-SEPARATED
                    ADD 1 TO WS-HEADCOUNT
                    PERFORM CHECK-CONTRACT-RATE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE EMPLOYEE-MASTER.

*> Nothing is posted or purged while a contract rate is unusable:
*> a rerun after fxrates.dat is brought up to date pays everyone
*> at the right rate, where a partial run would not.
    IF WS-FX-REFUSED > ZERO
        DISPLAY "Payroll run refused - " WS-FX-REFUSED
            " contract employee(s) without a current rate. Load "
            "fresh rates through WS-FX-MAINT and rerun."
        IF WS-PAYCUR-OPEN = "Y"
            CLOSE PAYCUR-FILE
        END-IF
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LOAD-BRANCH-LIST.

    OPEN I-O PAY-HISTORY.
    IF WS-PAYHIST-STATUS = "35"
    END-IF.
    PERFORM PURGE-PERIOD-HISTORY.

    OPEN INPUT RETRO-FILE.
    IF WS-RETRO-STATUS = "00"
        MOVE "Y" TO WS-RETRO-OPEN
    END-IF.

    OPEN OUTPUT REPORT-FILE.
    MOVE "PAYROLL REGISTER" TO RRG-REPORT-NAME.
    MOVE "payreg.rpt" TO RRG-FILE-NAME.
    MOVE "ACTIVE EMPLOYEES, BRANCH SEQUENCE" TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    MOVE WS-PAY-DATE TO RPT-PAY-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.

    PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
    MOVE WS-COMPANY-PHIL TO RPT-TOT-PHIL.
    MOVE WS-COMPANY-PAGIBIG TO RPT-TOT-PAGIBIG.
    MOVE WS-COMPANY-TAX TO RPT-TOT-TAX.
    MOVE WS-COMPANY-LOAN TO RPT-TOT-LOAN.
    MOVE WS-COMPANY-NET TO RPT-TOT-NET.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.

    MOVE "Roster headcount          :" TO RPT-RECON-LABEL.
    MOVE WS-HEADCOUNT TO RPT-RECON-COUNT.
    IF WS-HEADCOUNT = WS-COMPANY-COUNT + WS-OFF-CYCLE-COUNT
        MOVE "  (register ties to roster)" TO RPT-RECON-NOTE
    ELSE
        MOVE "  ** DOES NOT TIE **" TO RPT-RECON-NOTE
    MOVE WS-SEPARATED-COUNT TO RPT-RECON-COUNT.
    MOVE "  (retained on the master)" TO RPT-RECON-NOTE.
    WRITE REPORT-LINE FROM RPT-RECON-LINE.
    MOVE "Paid outside this run     :" TO RPT-RECON-LABEL.
    MOVE WS-OFF-CYCLE-COUNT TO RPT-RECON-COUNT.
    MOVE "  (off-cycle run or reversed)" TO RPT-RECON-NOTE.
    WRITE REPORT-LINE FROM RPT-RECON-LINE.
    MOVE "HMO premium deducted      :" TO RPT-RECON-LABEL.
    MOVE WS-HMO-COUNT TO RPT-RECON-COUNT.
    MOVE "  (employee share, in NET)" TO RPT-RECON-NOTE.
    WRITE REPORT-LINE FROM RPT-RECON-LINE.
    CLOSE REPORT-FILE.
    CLOSE PAY-HISTORY.
    IF WS-RETRO-OPEN = "Y"
        CLOSE RETRO-FILE
    END-IF.
    IF WS-PAYCUR-OPEN = "Y"
        CLOSE PAYCUR-FILE
    END-IF.

    MOVE WS-COMPANY-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
        PERFORM BUILD-BURST-NAME
        OPEN OUTPUT BURST-FILE
        MOVE WS-RUN-DATE TO RPT-RUN-DATE
        MOVE WS-PAY-DATE TO RPT-PAY-DATE
        WRITE BURST-LINE FROM RPT-TITLE-LINE
        MOVE WS-CURRENT-BRANCH TO RPT-BRANCH-NAME
        WRITE BURST-LINE FROM RPT-BRANCH-LINE
    MOVE ZERO TO WS-BRANCH-PHIL.
    MOVE ZERO TO WS-BRANCH-PAGIBIG.
    MOVE ZERO TO WS-BRANCH-TAX.
    MOVE ZERO TO WS-BRANCH-LOAN.
    MOVE ZERO TO WS-BRANCH-NET.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-BRANCH-PHIL TO RPT-SUB-PHIL.
    MOVE WS-BRANCH-PAGIBIG TO RPT-SUB-PAGIBIG.
    MOVE WS-BRANCH-TAX TO RPT-SUB-TAX.
    MOVE WS-BRANCH-LOAN TO RPT-SUB-LOAN.
    MOVE WS-BRANCH-NET TO RPT-SUB-NET.
    WRITE REPORT-LINE FROM RPT-SUBTOTAL-LINE.
    IF WS-BURST = "Y"

*> Separated staff fall out of the register automatically; the
*> headcount reconciliation counts the same active population.
*> Their loans still pass through LOANDED with nothing to take
*> from, which puts back any installment an earlier run of this
*> period deducted before the separation was keyed.
*> Loans come off last: PAYCALC first settles the statutory
*> deductions, LOANDED takes what fits in the net left over, and
*> a second PAYCALC pass settles net pay with the loans in.
WRITE-REGISTER-DETAIL.
    SET LND-TAKE TO TRUE.
    MOVE EMP-ID TO LND-EMP-ID.
    MOVE WS-FISCAL-YEAR TO LND-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO LND-PERIOD.
    IF EMP-SEPARATED
        ADD 1 TO WS-SEPARATED-COUNT
        MOVE ZERO TO LND-LIMIT
        CALL "LOANDED" USING LOAN-DED-AREA
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-OTHER-RUNS.
    IF WS-OTHER-RUN = "Y"
        PERFORM WRITE-OTHER-RUN-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE EMP-ID TO ESM-EMP-ID.
    MOVE WS-RUN-DATE TO ESM-AS-OF-DATE.
    MOVE WS-FISCAL-YEAR TO ESM-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO ESM-PERIOD.
    CALL "EARNSUM" USING EARN-SUM-AREA.
    MOVE WS-PAY-DATE TO PAY-AS-OF-DATE.
    PERFORM FIND-CONTRACT-PAY.
    IF ESM-LWOP-AMOUNT > WS-BASIC-PAY
        MOVE WS-BASIC-PAY TO ESM-LWOP-AMOUNT
    END-IF.
    COMPUTE PAY-GROSS = WS-BASIC-PAY - ESM-LWOP-AMOUNT
        + ESM-TAXABLE + ESM-NONTAX.
    MOVE ESM-NONTAX TO PAY-NONTAX-EARN.
    MOVE ZERO TO PAY-LOAN-DEDUCT.
    PERFORM FIND-HMO-PREMIUM.
    CALL "PAYCALC" USING PAY-CALC-AREA.
    IF PAY-NET > ZERO
        MOVE PAY-NET TO LND-LIMIT
    ELSE
        MOVE ZERO TO LND-LIMIT
    END-IF.
    CALL "LOANDED" USING LOAN-DED-AREA.
    IF LND-AMOUNT > ZERO
        MOVE LND-AMOUNT TO PAY-LOAN-DEDUCT
        CALL "PAYCALC" USING PAY-CALC-AREA
    END-IF.
    PERFORM SUM-RETRO-PAY.
    ADD WS-RETRO-NET TO PAY-NET.

    ADD 1 TO WS-BRANCH-COUNT.
    ADD 1 TO WS-COMPANY-COUNT.
    ADD PAY-GROSS TO WS-BRANCH-SALARY.
    ADD PAY-GROSS TO WS-COMPANY-SALARY.
    ADD PAY-SSS TO WS-BRANCH-SSS WS-COMPANY-SSS.
    ADD PAY-PHILHEALTH TO WS-BRANCH-PHIL WS-COMPANY-PHIL.
    ADD PAY-PAGIBIG TO WS-BRANCH-PAGIBIG WS-COMPANY-PAGIBIG.
    ADD PAY-TAX TO WS-BRANCH-TAX WS-COMPANY-TAX.
    ADD PAY-LOAN-DEDUCT TO WS-BRANCH-LOAN WS-COMPANY-LOAN.
    ADD PAY-NET TO WS-BRANCH-NET WS-COMPANY-NET.

    MOVE EMP-ID TO RPT-DET-ID.
    MOVE EMP-NAME TO RPT-DET-NAME.
    MOVE EMP-GRADE TO RPT-DET-GRADE.
    MOVE PAY-GROSS TO RPT-DET-SALARY.
    MOVE PAY-SSS TO RPT-DET-SSS.
    MOVE PAY-PHILHEALTH TO RPT-DET-PHIL.
    MOVE PAY-PAGIBIG TO RPT-DET-PAGIBIG.
    MOVE PAY-TAX TO RPT-DET-TAX.
    MOVE PAY-LOAN-DEDUCT TO RPT-DET-LOAN.
    MOVE PAY-NET TO RPT-DET-NET.
    IF WS-BASIC-PAY = ZERO
        ADD 1 TO WS-ZERO-SAL-COUNT
        MOVE "** NO PAY **" TO RPT-DET-FLAG
    ELSE
        IF LND-SKIP-COUNT > ZERO
            MOVE "LOAN HELD" TO RPT-DET-FLAG
        ELSE
            MOVE SPACES TO RPT-DET-FLAG
        END-IF
    END-IF.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
    IF WS-BURST = "Y"
        WRITE BURST-LINE FROM RPT-DETAIL-LINE
    END-IF.
    IF ESM-COUNT > ZERO OR ESM-LWOP-AMOUNT > ZERO
            OR WS-FX-PAID = "Y"
        PERFORM WRITE-EARNING-LINES
    END-IF.
    IF WS-RETRO-NET NOT = ZERO
        PERFORM WRITE-RETRO-LINE
    END-IF.
    IF PAY-HMO-DEDUCT > ZERO
        PERFORM WRITE-HMO-LINE
    END-IF.
    PERFORM WRITE-PAY-HISTORY.

*> An off-cycle run already paid the employee this period (a late
*> hire, or a correction after the regular record was reversed),
*> or the regular record stands reversed awaiting one: the register
*> must not pay again, and must not overwrite a reversed record.
CHECK-OTHER-RUNS.
    MOVE "N" TO WS-OTHER-RUN.
    MOVE WS-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO PH-PERIOD.
    MOVE EMP-ID TO PH-EMP-ID.
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
        IF PH-FISCAL-YEAR NOT = WS-FISCAL-YEAR
                OR PH-PERIOD NOT = WS-FISCAL-PERIOD
                OR PH-EMP-ID NOT = EMP-ID
            EXIT PERFORM
        END-IF
        IF (PH-RUN-NO = ZERO AND PH-IS-REVERSED)
                OR (PH-OFF-CYCLE AND NOT PH-IS-REVERSED)
            MOVE "Y" TO WS-OTHER-RUN
            MOVE PH-RUN-NO TO WS-OTHER-RUN-NO
            IF PH-OFF-CYCLE
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-PAYHIST-STATUS.

WRITE-OTHER-RUN-LINE.
    ADD 1 TO WS-OFF-CYCLE-COUNT.
    MOVE EMP-ID TO RPT-DET-ID.
    MOVE EMP-NAME TO RPT-DET-NAME.
    MOVE EMP-GRADE TO RPT-DET-GRADE.
    MOVE ZERO TO RPT-DET-SALARY.
    MOVE ZERO TO RPT-DET-SSS.
    MOVE ZERO TO RPT-DET-PHIL.
    MOVE ZERO TO RPT-DET-PAGIBIG.
    MOVE ZERO TO RPT-DET-TAX.
    MOVE ZERO TO RPT-DET-LOAN.
    MOVE ZERO TO RPT-DET-NET.
    MOVE SPACES TO RPT-DET-FLAG.
    IF WS-OTHER-RUN-NO = ZERO
        MOVE "REVERSED" TO RPT-DET-FLAG
    ELSE
        STRING "PAID RUN " WS-OTHER-RUN-NO
            DELIMITED BY SIZE INTO RPT-DET-FLAG
    END-IF.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
    IF WS-BURST = "Y"
        WRITE BURST-LINE FROM RPT-DETAIL-LINE
    END-IF.

*> The gross on the detail line broken down: basic first, less
*> any leave without pay, then each allowance or earning with its
*> tax treatment.
WRITE-EARNING-LINES.
    IF WS-FX-PAID = "Y"
        MOVE PCY-CURRENCY TO RPT-ERN-CODE
        MOVE "CONTRACT AMOUNT" TO RPT-ERN-DESC
        MOVE PCY-CONTRACT-AMT TO RPT-ERN-AMOUNT
        MOVE FXR-RATE TO WS-RATE-DISP
        MOVE SPACES TO RPT-ERN-TAX
        STRING "@" WS-RATE-DISP DELIMITED BY SIZE INTO RPT-ERN-TAX
        PERFORM WRITE-ONE-EARNING-LINE
    END-IF.
    MOVE SPACES TO RPT-ERN-CODE.
    MOVE "BASIC SALARY" TO RPT-ERN-DESC.
    MOVE WS-BASIC-PAY TO RPT-ERN-AMOUNT.
    MOVE SPACES TO RPT-ERN-TAX.
    PERFORM WRITE-ONE-EARNING-LINE.
    IF ESM-LWOP-AMOUNT > ZERO
        MOVE "LWOP" TO RPT-ERN-CODE
        MOVE SPACES TO RPT-ERN-DESC
        STRING "UNPAID LEAVE " ESM-LWOP-DAYS " DAYS"
            DELIMITED BY SIZE INTO RPT-ERN-DESC
        MOVE ESM-LWOP-AMOUNT TO RPT-ERN-AMOUNT
        MOVE "LESS" TO RPT-ERN-TAX
        PERFORM WRITE-ONE-EARNING-LINE
    END-IF.
    PERFORM VARYING WS-EARN-IDX FROM 1 BY 1
            UNTIL WS-EARN-IDX > ESM-COUNT OR WS-EARN-IDX > 10
        MOVE ESM-ITEM-CODE(WS-EARN-IDX) TO RPT-ERN-CODE
        MOVE ESM-ITEM-DESC(WS-EARN-IDX) TO RPT-ERN-DESC
        MOVE ESM-ITEM-AMOUNT(WS-EARN-IDX) TO RPT-ERN-AMOUNT
        IF ESM-ITEM-TAXABLE(WS-EARN-IDX) = "N"
            MOVE "NON-TAXABLE" TO RPT-ERN-TAX
        ELSE
            MOVE "TAXABLE" TO RPT-ERN-TAX
        END-IF
        PERFORM WRITE-ONE-EARNING-LINE
    END-PERFORM.
    IF ESM-COUNT > 10
        MOVE SPACES TO RPT-ERN-CODE
        MOVE "MORE ON EARNINGS.DAT" TO RPT-ERN-DESC
        MOVE ZERO TO RPT-ERN-AMOUNT
        MOVE SPACES TO RPT-ERN-TAX
        PERFORM WRITE-ONE-EARNING-LINE
    END-IF.

WRITE-ONE-EARNING-LINE.
    WRITE REPORT-LINE FROM RPT-EARN-LINE.
    IF WS-BURST = "Y"
        WRITE BURST-LINE FROM RPT-EARN-LINE
    END-IF.

*> The retro difference is already after its own contributions
*> and tax, so it goes straight into net pay rather than gross.
WRITE-RETRO-LINE.
    MOVE "RTRO" TO RPT-ERN-CODE.
    MOVE "RETRO PAY (NET)" TO RPT-ERN-DESC.
    IF WS-RETRO-NET < ZERO
        COMPUTE RPT-ERN-AMOUNT = ZERO - WS-RETRO-NET
        MOVE "LESS" TO RPT-ERN-TAX
    ELSE
        MOVE WS-RETRO-NET TO RPT-ERN-AMOUNT
        MOVE "ADDED" TO RPT-ERN-TAX
    END-IF.
    PERFORM WRITE-ONE-EARNING-LINE.

*> The health plan share is fixed by the enrollment, so it comes
*> off with the statutory deductions, before LOANDED sees the net.
FIND-HMO-PREMIUM.
    MOVE EMP-ID TO HMP-EMP-ID.
    MOVE WS-RUN-DATE TO HMP-AS-OF-DATE.
    CALL "HMOPREM" USING HMO-PREM-AREA.
    MOVE HMP-EE-SHARE TO PAY-HMO-DEDUCT.
    IF PAY-HMO-DEDUCT > ZERO
        ADD 1 TO WS-HMO-COUNT
    END-IF.

WRITE-HMO-LINE.
    MOVE "HMO " TO RPT-ERN-CODE.
    MOVE SPACES TO RPT-ERN-DESC.
    STRING "HMO PREMIUM " HMP-PLAN-CODE "-" HMP-COVERAGE
        DELIMITED BY SIZE INTO RPT-ERN-DESC.
    MOVE PAY-HMO-DEDUCT TO RPT-ERN-AMOUNT.
    MOVE "LESS" TO RPT-ERN-TAX.
    PERFORM WRITE-ONE-EARNING-LINE.

*> The rate-check pass: an active employee on a foreign-currency
*> contract needs a rate in force on the pay date that is not
*> stale, the same test WS-CONVERT's batch conversion refuses on.
CHECK-CONTRACT-RATE.
    IF WS-PAYCUR-OPEN NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE EMP-ID TO PCY-EMP-ID.
    READ PAYCUR-FILE
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    MOVE PCY-CURRENCY TO FXR-CURRENCY.
    MOVE WS-PAY-DATE TO FXR-AS-OF-DATE.
    MOVE PCY-CONTRACT-AMT TO FXR-AMOUNT.
    CALL "FXRATE" USING FX-RATE-AREA.
    IF FXR-FOUND NOT = "Y"
        ADD 1 TO WS-FX-REFUSED
        DISPLAY "EMP-ID " EMP-ID ": no " PCY-CURRENCY
            " rate in force on " WS-PAY-DATE "."
    ELSE
        IF FXR-STALE = "Y"
            ADD 1 TO WS-FX-REFUSED
            DISPLAY "EMP-ID " EMP-ID ": " PCY-CURRENCY " rate of "
                FXR-EFF-DATE " is more than " FXR-STALE-LIMIT
                " business day(s) old."
        END-IF
    END-IF.

*> Basic pay for the period: the contract amount in pesos at the
*> pay date's rate for a contract employee, EMP-SALARY otherwise.
*> The rate-check pass has already proved every contract rate good.
FIND-CONTRACT-PAY.
    MOVE "N" TO WS-FX-PAID.
    MOVE EMP-SALARY TO WS-BASIC-PAY.
    IF WS-PAYCUR-OPEN NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE EMP-ID TO PCY-EMP-ID.
    READ PAYCUR-FILE
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    MOVE PCY-CURRENCY TO FXR-CURRENCY.
    MOVE WS-PAY-DATE TO FXR-AS-OF-DATE.
    MOVE PCY-CONTRACT-AMT TO FXR-AMOUNT.
    CALL "FXRATE" USING FX-RATE-AREA.
    IF FXR-FOUND = "Y"
        MOVE FXR-PHP-AMOUNT TO WS-BASIC-PAY
        MOVE "Y" TO WS-FX-PAID
    END-IF.

*> Every retropay.dat difference posted to this run's period for
*> the employee, whatever closed period it reaches back into.
SUM-RETRO-PAY.
    MOVE ZERO TO WS-RETRO-GROSS.
    MOVE ZERO TO WS-RETRO-CONTRIB.
    MOVE ZERO TO WS-RETRO-TAX.
    MOVE ZERO TO WS-RETRO-NET.
    IF WS-RETRO-OPEN NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE EMP-ID TO RTP-EMP-ID.
    MOVE LOW-VALUES TO RTP-CHANGE-STAMP.
    MOVE ZERO TO RTP-FISCAL-YEAR.
    MOVE ZERO TO RTP-PERIOD.
    START RETRO-FILE KEY IS NOT LESS THAN RTP-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    MOVE "00" TO WS-RETRO-STATUS.
    PERFORM UNTIL WS-RETRO-STATUS NOT = "00"
        READ RETRO-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF RTP-EMP-ID NOT = EMP-ID
            EXIT PERFORM
        END-IF
        IF RTP-POST-FY = WS-FISCAL-YEAR
                AND RTP-POST-PERIOD = WS-FISCAL-PERIOD
            COMPUTE WS-RETRO-GROSS = WS-RETRO-GROSS
                + RTP-NEW-GROSS - RTP-OLD-GROSS
            COMPUTE WS-RETRO-CONTRIB = WS-RETRO-CONTRIB
                + RTP-NEW-CONTRIB - RTP-OLD-CONTRIB
            COMPUTE WS-RETRO-TAX = WS-RETRO-TAX
                + RTP-NEW-TAX - RTP-OLD-TAX
            COMPUTE WS-RETRO-NET = WS-RETRO-NET
                + RTP-NEW-NET - RTP-OLD-NET
        END-IF
    END-PERFORM.

*> A rerun of the same period replaces that period's regular-run
*> records wholesale: every such row still carrying the FY/period
*> is deleted before the first fresh detail is written, so an
*> employee who dropped out of the run since the last register (a
*> mid-month separation) leaves no stale row for WS-PAY-DISBURSE
*> to pay. Off-cycle runs, reversals and the regular records they
*> reversed stay - they are the audit trail of the corrections.
PURGE-PERIOD-HISTORY.
    MOVE WS-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO PH-PERIOD.
    MOVE ZERO TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            EXIT PARAGRAPH
                        OR PH-PERIOD NOT = WS-FISCAL-PERIOD
                    EXIT PERFORM
                END-IF
                IF PH-RUN-NO = ZERO AND NOT PH-IS-REVERSED
                    DELETE PAY-HISTORY RECORD
                END-IF
        END-READ
    END-PERFORM.

    MOVE WS-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO PH-PERIOD.
    MOVE EMP-ID TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    MOVE PAY-GROSS TO PH-GROSS.
    MOVE PAY-SSS TO PH-SSS.
    MOVE PAY-PHILHEALTH TO PH-PHILHEALTH.
    MOVE PAY-NET TO PH-NET.
    MOVE EMP-LOCATION TO PH-BRANCH.
    MOVE EMP-GRADE TO PH-GRADE.
    MOVE PAY-ER-SSS TO PH-ER-SSS.
    MOVE PAY-ER-PHILHEALTH TO PH-ER-PHILHEALTH.
    MOVE PAY-ER-PAGIBIG TO PH-ER-PAGIBIG.
    MOVE ZERO TO PH-TAX-ADJ.
    MOVE PAY-LOAN-DEDUCT TO PH-LOAN-DEDUCT.
    MOVE PAY-HMO-DEDUCT TO PH-HMO-DEDUCT.
    COMPUTE PH-EARNINGS = ESM-TAXABLE + ESM-NONTAX.
    MOVE ESM-NONTAX TO PH-NONTAX-EARN.
    MOVE SPACE TO PH-HOLD.
    MOVE WS-RETRO-GROSS TO PH-RETRO-GROSS.
    MOVE WS-RETRO-CONTRIB TO PH-RETRO-CONTRIB.
    MOVE WS-RETRO-TAX TO PH-RETRO-TAX.
    MOVE WS-RETRO-NET TO PH-RETRO-NET.
    MOVE SPACE TO PH-RUN-TYPE.
    MOVE SPACE TO PH-REVERSED.
    MOVE ZERO TO PH-REV-RUN-NO.
    MOVE SPACES TO PH-RUN-REASON.
    MOVE SPACES TO PH-RUN-OPERATOR.
    MOVE ZERO TO PH-RUN-DATE.
    IF WS-FX-PAID = "Y"
        MOVE PCY-CURRENCY TO PH-PAY-CURRENCY
        MOVE PCY-CONTRACT-AMT TO PH-CONTRACT-AMT
        MOVE FXR-RATE TO PH-FX-RATE
        MOVE FXR-EFF-DATE TO PH-FX-EFF-DATE
        MOVE WS-BASIC-PAY TO PH-BASIC-PHP
    ELSE
        MOVE SPACES TO PH-PAY-CURRENCY
        MOVE ZERO TO PH-CONTRACT-AMT PH-FX-RATE PH-FX-EFF-DATE
            PH-BASIC-PHP
    END-IF.
    WRITE PAY-HISTORY-RECORD
        INVALID KEY
            REWRITE PAY-HISTORY-RECORD
