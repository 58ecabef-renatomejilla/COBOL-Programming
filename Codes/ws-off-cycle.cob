*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Off-cycle payroll runs and reversals of posted pay.
*>              An off-cycle run pays a named list of employees
*>              outside the monthly register - a late hire missed
*>              by it, or a corrected payment after a wrong one was
*>              reversed - into the current open period, under the
*>              next run number of that period on payhist.dat. Each
*>              employee is computed exactly as the register would
*>              (EARNSUM earnings and leave without pay, PAYCALC,
*>              the LOANDED installments, the retropay.dat
*>              differences posted to the period); an employee who
*>              already has pay standing for the period must have
*>              it reversed first, and separated employees are left
*>              to WS-FINAL-PAY. The run prints to offcycle.rpt.
*>              A reversal negates one posted record of periods
*>              1-12 still open: it is written as its own run
*>              carrying the amounts it cancels, the original is
*>              marked reversed, and the loan installments the
*>              original took are put back. Both need a reason,
*>              which the history keeps with the operator and the
*>              date. WS-PAY-DISBURSE pays an off-cycle run by its
*>              run number.
*>              A contract employee on paycurr.dat is paid the
*>              contract amount in pesos at the rate in force on
*>              the off-cycle pay date - the period's pay date on
*>              the payroll calendar (PAYDATE) while it is still
*>              ahead, the run date once it has gone by, the date
*>              WS-PAY-DISBURSE values the credits on - as the
*>              register pays it, and is refused from the run while
*>              that rate is missing or stale. The health plan
*>              premium share (HMOPREM) is deducted as the register
*>              deducts it.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-OFF-CYCLE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
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

        SELECT CALENDAR-FILE ASSIGN TO "fiscalcal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALENDAR-STATUS.

        SELECT REPORT-FILE ASSIGN TO "offcycle.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD PAY-HISTORY.
    COPY PAYHIST.

    FD RETRO-FILE.
    COPY RETROPAY.

    FD PAYCUR-FILE.
    COPY PAYCURR.

    FD CALENDAR-FILE.
    01 CALENDAR-RECORD.
        05 CAL-FISCAL-YEAR  PIC 9(4).
        05 CAL-PERIOD       PIC 99.
        05 CAL-START-DATE   PIC 9(8).
        05 CAL-END-DATE     PIC 9(8).
        05 CAL-WORK-DAYS    PIC 9(3).
        05 CAL-LABEL        PIC X(8).
        05 CAL-CLOSED       PIC X.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-PAYHIST-STATUS    PIC XX.
    01 WS-RETRO-STATUS      PIC XX.
    01 WS-CALENDAR-STATUS   PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RETRO-OPEN        PIC X VALUE "N".
    01 WS-PAYCUR-STATUS     PIC XX.
    01 WS-FX-PAID           PIC X.
    01 WS-BASIC-PAY         PIC 9(7)V99.
    01 WS-CONTRACT-CUR      PIC X(3).
    01 WS-CONTRACT-AMT      PIC 9(7)V99.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-PAY-DATE          PIC 9(8).
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-CONFIRM           PIC X.
    01 WS-REASON            PIC X(30).
    01 WS-FISCAL-YEAR       PIC 9(4).
    01 WS-FISCAL-PERIOD     PIC 99.
    01 WS-TGT-FY            PIC 9(4).
    01 WS-TGT-PERIOD        PIC 99.
    01 WS-MAX-RUN           PIC 9(3).
    01 WS-NEW-RUN-NO        PIC 99.
    01 WS-EMP-ID-IN         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-LIST-COUNT        PIC 999 VALUE ZERO.
    01 WS-LIST-IDX          PIC 999.
    01 WS-LIST-TABLE.
        05 WS-LIST-EMP-ID OCCURS 100 TIMES PIC 9(6).
    01 WS-ENTRY-OK          PIC X.
    01 WS-REV-FY            PIC 9(4).
    01 WS-REV-PERIOD        PIC 99.
    01 WS-REV-EMP-ID        PIC 9(6).
    01 WS-REV-RUN-NO        PIC 99.
    01 WS-REV-LOAN          PIC 9(7)V99.
    01 WS-PERIOD-START      PIC 9(8).
    01 WS-STD-FY            PIC 9(4).
    01 WS-STD-PERIOD        PIC 99.
    01 WS-STD-EMP-ID        PIC 9(6).
    01 WS-RETRO-GROSS       PIC S9(7)V99.
    01 WS-RETRO-CONTRIB     PIC S9(7)V99.
    01 WS-RETRO-TAX         PIC S9(7)V99.
    01 WS-RETRO-NET         PIC S9(7)V99.
    01 WS-RUN-COUNT         PIC 9(5).
    01 WS-RUN-GROSS         PIC 9(11)V99.
    01 WS-RUN-SSS           PIC 9(11)V99.
    01 WS-RUN-PHIL          PIC 9(11)V99.
    01 WS-RUN-PAGIBIG       PIC 9(11)V99.
    01 WS-RUN-TAX           PIC 9(11)V99.
    01 WS-RUN-LOAN          PIC 9(11)V99.
    01 WS-RUN-NET           PIC S9(11)V99.
    01 WS-AMT-DISP          PIC Z,ZZZ,ZZ9.99-.

    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY PAYCALC.
    COPY LOANDED.
    COPY HMOPREM.
    COPY FXRATE.
    COPY EARNSUM.
    COPY DATESRV.
    COPY PERIODCK.
    COPY PAYDATE.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(25)
            VALUE "OFF-CYCLE PAYROLL RUN  FY".
        05 RPT-TITLE-FY    PIC 9(4).
        05 FILLER          PIC X(8)  VALUE " PERIOD ".
        05 RPT-TITLE-PER   PIC 99.
        05 FILLER          PIC X(6)  VALUE "  RUN ".
        05 RPT-TITLE-RUN   PIC 99.
    01 RPT-REASON-LINE.
        05 FILLER          PIC X(8)  VALUE "Reason: ".
        05 RPT-REASON      PIC X(30).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(17) VALUE "NAME".
        05 FILLER          PIC X(13) VALUE "GROSS".
        05 FILLER          PIC X(11) VALUE "SSS".
        05 FILLER          PIC X(11) VALUE "PHILHLTH".
        05 FILLER          PIC X(11) VALUE "PAG-IBIG".
        05 FILLER          PIC X(11) VALUE "W/TAX".
        05 FILLER          PIC X(11) VALUE "LOANS".
        05 FILLER          PIC X(13) VALUE "NET PAY".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NAME    PIC X(15).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-GROSS   PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-SSS     PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-PHIL    PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-PAGIBIG PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-TAX     PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-LOAN    PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-NET     PIC Z,ZZZ,ZZ9.99-.
    01 RPT-TOTAL-LINE.
        05 FILLER          PIC X(12) VALUE "Run total :".
        05 RPT-TOT-COUNT   PIC ZZZZ9.
        05 FILLER          PIC X(8)  VALUE SPACES.
        05 RPT-TOT-GROSS   PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TOT-SSS     PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TOT-PHIL    PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TOT-PAGIBIG PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TOT-TAX     PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TOT-LOAN    PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TOT-NET     PIC Z,ZZZ,ZZ9.99-.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-OPERATOR-ID.
    SET DSRV-FISCAL-PERIOD TO TRUE.
    MOVE WS-RUN-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-FISCAL-YEAR TO WS-FISCAL-YEAR.
    MOVE DSRV-RESULT-NUM TO WS-FISCAL-PERIOD.

*> Off-cycle pay goes out no earlier than the period's calendar
*> pay date; once that has gone by it goes out today.
    SET PDT-BY-PERIOD TO TRUE.
    MOVE WS-FISCAL-YEAR TO PDT-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO PDT-PERIOD.
    CALL "PAYDATE" USING PAY-DATE-AREA.
    MOVE WS-RUN-DATE TO WS-PAY-DATE.
    IF PDT-FOUND = "Y" AND PDT-PAY-DATE > WS-RUN-DATE
        MOVE PDT-PAY-DATE TO WS-PAY-DATE
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to pay."
        GOBACK
    END-IF.
    OPEN I-O PAY-HISTORY.
    IF WS-PAYHIST-STATUS = "35"
        OPEN OUTPUT PAY-HISTORY
        CLOSE PAY-HISTORY
        OPEN I-O PAY-HISTORY
    END-IF.
    OPEN INPUT RETRO-FILE.
    IF WS-RETRO-STATUS = "00"
        MOVE "Y" TO WS-RETRO-OPEN
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== OFF-CYCLE PAY / REVERSAL ===="
        DISPLAY "Current period: FY" WS-FISCAL-YEAR
            " period " WS-FISCAL-PERIOD
        DISPLAY "1 - Off-Cycle Payroll Run"
        DISPLAY "2 - Reverse Posted Pay"
        DISPLAY "3 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM OFF-CYCLE-RUN
            WHEN 2
                PERFORM REVERSE-POSTED-PAY
            WHEN 3
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE EMPLOYEE-MASTER.
    CLOSE PAY-HISTORY.
    IF WS-RETRO-OPEN = "Y"
        CLOSE RETRO-FILE
    END-IF.
    DISPLAY "Off-cycle pay ended.".
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

ACCEPT-REASON.
    MOVE SPACES TO WS-REASON.
    DISPLAY "Reason                  : " WITH NO ADVANCING.
    ACCEPT WS-REASON.
    IF WS-REASON = SPACES
        DISPLAY "A reason is required - nothing posted."
    END-IF.

*> Off-cycle pay only ever goes into the period today falls in; a
*> closed period's reported numbers stay as reported.
OFF-CYCLE-RUN.
    MOVE WS-RUN-DATE TO PCK-DATE.
    CALL "PERIODCK" USING PERIOD-CHECK-AREA.
    IF PCK-CLOSED = "Y"
        DISPLAY "Fiscal period " PCK-PERIOD " of FY"
            PCK-FISCAL-YEAR " is already closed - nothing can be "
            "posted to it."
        EXIT PARAGRAPH
    END-IF.
    PERFORM ACCEPT-REASON.
    IF WS-REASON = SPACES
        EXIT PARAGRAPH
    END-IF.

    MOVE ZERO TO WS-LIST-COUNT.
    MOVE 1 TO WS-EMP-ID-IN.
    PERFORM UNTIL WS-EMP-ID-IN = ZERO
        DISPLAY "Employee ID (0 to end)  : " WITH NO ADVANCING
        ACCEPT WS-EMP-ID-IN
        IF WS-EMP-ID-IN NOT = ZERO
            MOVE WS-EMP-ID-IN TO EIC-EMP-ID
            PERFORM CHECK-EMP-ID-DIGIT
            IF EIC-VALID = "Y"
                PERFORM ADD-TO-RUN-LIST
            END-IF
        END-IF
    END-PERFORM.
    IF WS-LIST-COUNT = ZERO
        DISPLAY "No employees listed - nothing posted."
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-FISCAL-YEAR TO WS-TGT-FY.
    MOVE WS-FISCAL-PERIOD TO WS-TGT-PERIOD.
    PERFORM FIND-NEXT-RUN-NO.
    IF WS-MAX-RUN > 99
        DISPLAY "Period already has 99 runs - nothing posted."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Pay " WS-LIST-COUNT " employee(s) as run " WS-NEW-RUN-NO
        " of FY" WS-FISCAL-YEAR " period " WS-FISCAL-PERIOD
        "? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "Off-cycle run cancelled."
        EXIT PARAGRAPH
    END-IF.

    MOVE "OFF-CYCLE RUN" TO RRG-REPORT-NAME.
    MOVE "offcycle.rpt" TO RRG-FILE-NAME.
    MOVE WS-OPERATOR-ID TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "FY" WS-FISCAL-YEAR " PERIOD " WS-FISCAL-PERIOD
        " RUN " WS-NEW-RUN-NO
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    OPEN OUTPUT REPORT-FILE.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-FISCAL-YEAR TO RPT-TITLE-FY.
    MOVE WS-FISCAL-PERIOD TO RPT-TITLE-PER.
    MOVE WS-NEW-RUN-NO TO RPT-TITLE-RUN.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE WS-REASON TO RPT-REASON.
    WRITE REPORT-LINE FROM RPT-REASON-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    MOVE ZERO TO WS-RUN-COUNT.
    MOVE ZERO TO WS-RUN-GROSS.
    MOVE ZERO TO WS-RUN-SSS.
    MOVE ZERO TO WS-RUN-PHIL.
    MOVE ZERO TO WS-RUN-PAGIBIG.
    MOVE ZERO TO WS-RUN-TAX.
    MOVE ZERO TO WS-RUN-LOAN.
    MOVE ZERO TO WS-RUN-NET.
    PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
            UNTIL WS-LIST-IDX > WS-LIST-COUNT
        MOVE WS-LIST-EMP-ID(WS-LIST-IDX) TO EMP-ID
        READ EMPLOYEE-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM PAY-ONE-EMPLOYEE
        END-READ
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-RUN-COUNT TO RPT-TOT-COUNT.
    MOVE WS-RUN-GROSS TO RPT-TOT-GROSS.
    MOVE WS-RUN-SSS TO RPT-TOT-SSS.
    MOVE WS-RUN-PHIL TO RPT-TOT-PHIL.
    MOVE WS-RUN-PAGIBIG TO RPT-TOT-PAGIBIG.
    MOVE WS-RUN-TAX TO RPT-TOT-TAX.
    MOVE WS-RUN-LOAN TO RPT-TOT-LOAN.
    MOVE WS-RUN-NET TO RPT-TOT-NET.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    CLOSE REPORT-FILE.
    MOVE WS-RUN-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
    MOVE WS-RUN-NET TO WS-AMT-DISP.
    DISPLAY "Run " WS-NEW-RUN-NO " posted: " WS-RUN-COUNT
        " employee(s), net " WS-AMT-DISP ".".
    DISPLAY "Report written to offcycle.rpt - disburse it as run "
        WS-NEW-RUN-NO ".".

*> Each employee is checked as keyed so the operator can correct
*> the list before anything posts.
ADD-TO-RUN-LIST.
    IF WS-LIST-COUNT >= 100
        DISPLAY "Run list is full (100)."
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-ENTRY-OK.
    PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
            UNTIL WS-LIST-IDX > WS-LIST-COUNT
        IF WS-LIST-EMP-ID(WS-LIST-IDX) = WS-EMP-ID-IN
            MOVE "N" TO WS-ENTRY-OK
        END-IF
    END-PERFORM.
    IF WS-ENTRY-OK NOT = "Y"
        DISPLAY "Already on this run."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-EMP-ID-IN TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            DISPLAY "Employee not on file."
            EXIT PARAGRAPH
    END-READ.
    IF EMP-SEPARATED
        DISPLAY "Employee is separated - pay through final pay."
        EXIT PARAGRAPH
    END-IF.
    PERFORM FIND-CONTRACT-PAY.
    IF WS-FX-PAID = "Y" AND FXR-FOUND NOT = "Y"
        DISPLAY "No " WS-CONTRACT-CUR " rate in force - load one "
            "through WS-FX-MAINT first."
        EXIT PARAGRAPH
    END-IF.
    IF WS-FX-PAID = "Y" AND FXR-STALE = "Y"
        DISPLAY "The " WS-CONTRACT-CUR " rate of " FXR-EFF-DATE
            " is stale - load a fresh rate first."
        EXIT PARAGRAPH
    END-IF.
    IF WS-BASIC-PAY = ZERO
        DISPLAY "Employee has no salary on file - nothing to pay."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO PH-PERIOD.
    MOVE EMP-ID TO PH-EMP-ID.
    PERFORM FIND-STANDING-PAY.
    IF WS-PAYHIST-STATUS = "00"
        DISPLAY "Already paid this period by run " PH-RUN-NO
            " - reverse run " PH-RUN-NO " first."
        EXIT PARAGRAPH
    END-IF.
    MOVE "00" TO WS-PAYHIST-STATUS.
    PERFORM FORMAT-EMPLOYEE-NAME.
    ADD 1 TO WS-LIST-COUNT.
    MOVE EMP-ID TO WS-LIST-EMP-ID(WS-LIST-COUNT).
    DISPLAY "  " WS-FULL-NAME.

*> The register's computation, so an off-cycle payment is the one
*> the register would have made.
PAY-ONE-EMPLOYEE.
    MOVE EMP-ID TO ESM-EMP-ID.
    MOVE WS-RUN-DATE TO ESM-AS-OF-DATE.
    MOVE WS-FISCAL-YEAR TO ESM-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO ESM-PERIOD.
    CALL "EARNSUM" USING EARN-SUM-AREA.
    MOVE WS-RUN-DATE TO PAY-AS-OF-DATE.
    PERFORM FIND-CONTRACT-PAY.
    IF ESM-LWOP-AMOUNT > WS-BASIC-PAY
        MOVE WS-BASIC-PAY TO ESM-LWOP-AMOUNT
    END-IF.
    COMPUTE PAY-GROSS = WS-BASIC-PAY - ESM-LWOP-AMOUNT
        + ESM-TAXABLE + ESM-NONTAX.
    MOVE ESM-NONTAX TO PAY-NONTAX-EARN.
    MOVE ZERO TO PAY-LOAN-DEDUCT.
    MOVE EMP-ID TO HMP-EMP-ID.
    MOVE WS-RUN-DATE TO HMP-AS-OF-DATE.
    CALL "HMOPREM" USING HMO-PREM-AREA.
    MOVE HMP-EE-SHARE TO PAY-HMO-DEDUCT.
    CALL "PAYCALC" USING PAY-CALC-AREA.
    SET LND-TAKE TO TRUE.
    MOVE EMP-ID TO LND-EMP-ID.
    MOVE WS-FISCAL-YEAR TO LND-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO LND-PERIOD.
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

    MOVE WS-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO PH-PERIOD.
    MOVE EMP-ID TO PH-EMP-ID.
    MOVE WS-NEW-RUN-NO TO PH-RUN-NO.
    MOVE PAY-GROSS TO PH-GROSS.
    MOVE PAY-SSS TO PH-SSS.
    MOVE PAY-PHILHEALTH TO PH-PHILHEALTH.
    MOVE PAY-PAGIBIG TO PH-PAGIBIG.
    MOVE PAY-TAX TO PH-TAX.
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
    SET PH-OFF-CYCLE TO TRUE.
    MOVE SPACE TO PH-REVERSED.
    MOVE ZERO TO PH-REV-RUN-NO.
    MOVE WS-REASON TO PH-RUN-REASON.
    MOVE WS-OPERATOR-ID TO PH-RUN-OPERATOR.
    MOVE WS-RUN-DATE TO PH-RUN-DATE.
    IF WS-FX-PAID = "Y"
        MOVE WS-CONTRACT-CUR TO PH-PAY-CURRENCY
        MOVE WS-CONTRACT-AMT TO PH-CONTRACT-AMT
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
            DISPLAY "Could not post EMP-ID " EMP-ID
                " - status " WS-PAYHIST-STATUS
            EXIT PARAGRAPH
    END-WRITE.

    ADD 1 TO WS-RUN-COUNT.
    ADD PAY-GROSS TO WS-RUN-GROSS.
    ADD PAY-SSS TO WS-RUN-SSS.
    ADD PAY-PHILHEALTH TO WS-RUN-PHIL.
    ADD PAY-PAGIBIG TO WS-RUN-PAGIBIG.
    ADD PAY-TAX TO WS-RUN-TAX.
    ADD PAY-LOAN-DEDUCT TO WS-RUN-LOAN.
    ADD PAY-NET TO WS-RUN-NET.
    MOVE EMP-ID TO RPT-DET-ID.
    MOVE EMP-NAME TO RPT-DET-NAME.
    MOVE PAY-GROSS TO RPT-DET-GROSS.
    MOVE PAY-SSS TO RPT-DET-SSS.
    MOVE PAY-PHILHEALTH TO RPT-DET-PHIL.
    MOVE PAY-PAGIBIG TO RPT-DET-PAGIBIG.
    MOVE PAY-TAX TO RPT-DET-TAX.
    MOVE PAY-LOAN-DEDUCT TO RPT-DET-LOAN.
    MOVE PAY-NET TO RPT-DET-NET.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

*> Basic pay as the register takes it: the contract amount in
*> pesos at the pay date's rate for a contract employee on
*> paycurr.dat, EMP-SALARY otherwise. WS-FX-PAID says whether a
*> contract applies; FXR-FOUND and FXR-STALE say whether its rate
*> is usable.
FIND-CONTRACT-PAY.
    MOVE "N" TO WS-FX-PAID.
    MOVE EMP-SALARY TO WS-BASIC-PAY.
    OPEN INPUT PAYCUR-FILE.
    IF WS-PAYCUR-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE EMP-ID TO PCY-EMP-ID.
    READ PAYCUR-FILE
        INVALID KEY
            CLOSE PAYCUR-FILE
            EXIT PARAGRAPH
    END-READ.
    MOVE PCY-CURRENCY TO WS-CONTRACT-CUR.
    MOVE PCY-CONTRACT-AMT TO WS-CONTRACT-AMT.
    CLOSE PAYCUR-FILE.
    MOVE "Y" TO WS-FX-PAID.
    MOVE WS-CONTRACT-CUR TO FXR-CURRENCY.
    MOVE WS-PAY-DATE TO FXR-AS-OF-DATE.
    MOVE WS-CONTRACT-AMT TO FXR-AMOUNT.
    CALL "FXRATE" USING FX-RATE-AREA.
    IF FXR-FOUND = "Y"
        MOVE FXR-PHP-AMOUNT TO WS-BASIC-PAY
    ELSE
        MOVE ZERO TO WS-BASIC-PAY
    END-IF.

*> Every retropay.dat difference posted to this period for the
*> employee, as the register adds it.
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

*> The reversal is its own run: the amounts of the record it
*> negates under the next run number, naming that record's run,
*> and the record itself marked reversed naming the reversal.
*> The thirteenth month and final pay have their own programs and
*> are not reversed here.
REVERSE-POSTED-PAY.
    DISPLAY "Fiscal year             : " WITH NO ADVANCING.
    ACCEPT WS-REV-FY.
    DISPLAY "Period (1-12)           : " WITH NO ADVANCING.
    ACCEPT WS-REV-PERIOD.
    IF WS-REV-PERIOD < 1 OR WS-REV-PERIOD > 12
        DISPLAY "Period must be 1 to 12."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Employee ID             : " WITH NO ADVANCING.
    ACCEPT WS-REV-EMP-ID.
    MOVE WS-REV-EMP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Run to reverse          : " WITH NO ADVANCING.
    ACCEPT WS-REV-RUN-NO.

    MOVE WS-REV-FY TO PH-FISCAL-YEAR.
    MOVE WS-REV-PERIOD TO PH-PERIOD.
    MOVE WS-REV-EMP-ID TO PH-EMP-ID.
    MOVE WS-REV-RUN-NO TO PH-RUN-NO.
    READ PAY-HISTORY
        INVALID KEY
            DISPLAY "No pay posted for that employee, period and "
                "run."
            EXIT PARAGRAPH
    END-READ.
    IF PH-REVERSAL
        DISPLAY "That run is itself a reversal - it cannot be "
            "reversed."
        EXIT PARAGRAPH
    END-IF.
    IF PH-IS-REVERSED
        DISPLAY "Already reversed by run " PH-REV-RUN-NO "."
        EXIT PARAGRAPH
    END-IF.
    MOVE PH-LOAN-DEDUCT TO WS-REV-LOAN.

    PERFORM FIND-PERIOD-START.
    IF WS-PERIOD-START NOT = ZERO
        MOVE WS-PERIOD-START TO PCK-DATE
        CALL "PERIODCK" USING PERIOD-CHECK-AREA
        IF PCK-CLOSED = "Y"
            DISPLAY "Fiscal period " WS-REV-PERIOD " of FY"
                WS-REV-FY " is already closed - it cannot be "
                "reversed."
            EXIT PARAGRAPH
        END-IF
    END-IF.

    MOVE WS-REV-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE SPACES TO EMP-NAME
            MOVE SPACES TO EMP-SURNAME
    END-READ.
    PERFORM FORMAT-EMPLOYEE-NAME.
    MOVE PH-NET TO WS-AMT-DISP.
    DISPLAY "Run " WS-REV-RUN-NO " for " WS-FULL-NAME
        " paid net " WS-AMT-DISP.
    PERFORM ACCEPT-REASON.
    IF WS-REASON = SPACES
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-REV-FY TO WS-TGT-FY.
    MOVE WS-REV-PERIOD TO WS-TGT-PERIOD.
    PERFORM FIND-NEXT-RUN-NO.
    IF WS-MAX-RUN > 99
        DISPLAY "Period already has 99 runs - nothing posted."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Reverse it as run " WS-NEW-RUN-NO "? (Y/N): "
        WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "Reversal cancelled."
        EXIT PARAGRAPH
    END-IF.

*> The run-number scan moved the record area; read the original
*> again and post its copy as the reversal.
    MOVE WS-REV-FY TO PH-FISCAL-YEAR.
    MOVE WS-REV-PERIOD TO PH-PERIOD.
    MOVE WS-REV-EMP-ID TO PH-EMP-ID.
    MOVE WS-REV-RUN-NO TO PH-RUN-NO.
    READ PAY-HISTORY
        INVALID KEY
            DISPLAY "Record no longer on file - nothing posted."
            EXIT PARAGRAPH
    END-READ.
    MOVE WS-NEW-RUN-NO TO PH-RUN-NO.
    SET PH-REVERSAL TO TRUE.
    MOVE SPACE TO PH-REVERSED.
    MOVE WS-REV-RUN-NO TO PH-REV-RUN-NO.
    MOVE SPACE TO PH-HOLD.
    MOVE WS-REASON TO PH-RUN-REASON.
    MOVE WS-OPERATOR-ID TO PH-RUN-OPERATOR.
    MOVE WS-RUN-DATE TO PH-RUN-DATE.
    WRITE PAY-HISTORY-RECORD
        INVALID KEY
            DISPLAY "Could not post the reversal - status "
                WS-PAYHIST-STATUS
            EXIT PARAGRAPH
    END-WRITE.

    MOVE WS-REV-RUN-NO TO PH-RUN-NO.
    READ PAY-HISTORY
        INVALID KEY
            DISPLAY "Record no longer on file - reversal run "
                WS-NEW-RUN-NO " stands alone."
            EXIT PARAGRAPH
    END-READ.
    MOVE "Y" TO PH-REVERSED.
    MOVE WS-NEW-RUN-NO TO PH-REV-RUN-NO.
    REWRITE PAY-HISTORY-RECORD
        INVALID KEY
            DISPLAY "Could not mark run " WS-REV-RUN-NO
                " reversed - status " WS-PAYHIST-STATUS
            EXIT PARAGRAPH
    END-REWRITE.

*> The installments the reversed pay took go back on the loans: a
*> take for the same period with nothing to take from undoes it.
    IF WS-REV-LOAN > ZERO
        SET LND-TAKE TO TRUE
        MOVE WS-REV-EMP-ID TO LND-EMP-ID
        MOVE WS-REV-FY TO LND-FISCAL-YEAR
        MOVE WS-REV-PERIOD TO LND-PERIOD
        MOVE ZERO TO LND-LIMIT
        CALL "LOANDED" USING LOAN-DED-AREA
    END-IF.
    DISPLAY "Run " WS-REV-RUN-NO " reversed by run " WS-NEW-RUN-NO
        ".".

*> Run numbers are shared by the whole period, so the next one is
*> one past the highest any employee carries.
FIND-NEXT-RUN-NO.
    MOVE ZERO TO WS-MAX-RUN.
    MOVE WS-TGT-FY TO PH-FISCAL-YEAR.
    MOVE WS-TGT-PERIOD TO PH-PERIOD.
    MOVE ZERO TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            MOVE "23" TO WS-PAYHIST-STATUS
    END-START.
    PERFORM UNTIL WS-PAYHIST-STATUS NOT = "00"
        READ PAY-HISTORY NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF PH-FISCAL-YEAR NOT = WS-TGT-FY
                OR PH-PERIOD NOT = WS-TGT-PERIOD
            EXIT PERFORM
        END-IF
        IF PH-RUN-NO > WS-MAX-RUN
            MOVE PH-RUN-NO TO WS-MAX-RUN
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-PAYHIST-STATUS.
    ADD 1 TO WS-MAX-RUN.
    IF WS-MAX-RUN <= 99
        MOVE WS-MAX-RUN TO WS-NEW-RUN-NO
    END-IF.

*> The first day of the period being reversed, for PERIODCK; a
*> period the calendar does not know answers zero and is treated
*> as open, as PERIODCK itself would.
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
        IF CAL-FISCAL-YEAR = WS-REV-FY
                AND CAL-PERIOD = WS-REV-PERIOD
            MOVE CAL-START-DATE TO WS-PERIOD-START
            EXIT PERFORM
        END-IF
    END-PERFORM.
    CLOSE CALENDAR-FILE.

*> The employee's pay that stands for the period: the first run
*> that is neither a reversal nor reversed. "00" leaves it the
*> current record; "23" means there is none.
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

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
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
