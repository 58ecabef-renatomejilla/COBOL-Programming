*>              independent figure written by a different program
*>              - proving the slip run covers exactly the people
*>              the register paid. Output in payslips.prt.
*>              Company loan installments print as the register
*>              took them for the period (LOANDED query), so the
*>              slip's net pay is the register's net pay.
*>              Allowances and other earnings (EARNSUM) print one
*>              line each between basic pay and gross, after any
*>              leave without pay taken off basic. Retroactive
*>              pay the register carried for the period prints as
*>              its own line and is part of net pay. An employee
*>              the period's off-cycle run paid in place of the
*>              register counts as paid; a reversed record and its
*>              reversal do not.
*>              A contract employee's slip shows the contract
*>              currency and amount, the rate and the converted
*>              peso basic the register recorded on payhist.dat
*>              (converted through FXRATE at today's rate when the
*>              register has not yet run the period).
*>              The employee's share of the health plan premium
*>              (HMOPREM) prints with the deductions, as the
*>              register takes it.
*>              The slip carries the period's pay date from the
*>              payroll calendar (PAYDATE), and the deductions are
*>              figured as of it, as the register does.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-PAYSLIP.
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-PAYHIST-STATUS.

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

    FD PAYCUR-FILE.
    COPY PAYCURR.

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-PRINT-STATUS      PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-PAY-DATE          PIC 9(8).
    01 WS-ACTIVE-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-SLIP-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-PAYHIST-STATUS    PIC XX.
    01 WS-HIST-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-HIST-PRESENT      PIC X VALUE "N".
    01 WS-STD-FY            PIC 9(4).
    01 WS-STD-PERIOD        PIC 99.
    01 WS-STD-EMP-ID        PIC 9(6).
    01 WS-HIST-OPEN         PIC X VALUE "N".
    01 WS-RETRO-NET         PIC S9(7)V99.
    01 WS-PAYCUR-STATUS     PIC XX.
    01 WS-FX-PAID           PIC X.
    01 WS-BASIC-PAY         PIC 9(7)V99.
    01 WS-CONTRACT-CUR      PIC X(3).
    01 WS-CONTRACT-AMT      PIC 9(7)V99.
    01 WS-FX-RATE           PIC 9(5)V9(6).
    01 WS-FX-EFF-DATE       PIC 9(8).
    COPY FXRATE.
    01 WS-FISCAL-YEAR       PIC 9(4).
    01 WS-FISCAL-PERIOD     PIC 99.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY PAYCALC.
    COPY LOANDED.
    COPY HMOPREM.
    COPY EARNSUM.
    01 WS-EARN-IDX          PIC 99.
    COPY DATESRV.
    COPY PAYDATE.
    COPY RUNLOG.
    COPY RPTREG.

    01 SLP-TITLE-LINE.
        05 FILLER           PIC X(22) VALUE "PAYSLIP - PAY PERIOD ".
        05 SLP-PERIOD       PIC 9(6).
        05 FILLER           PIC X(13) VALUE "   PAY DATE ".
        05 SLP-PAY-DATE     PIC 9(8).
    01 SLP-NAME-LINE.
        05 FILLER           PIC X(12) VALUE "Employee  : ".
        05 SLP-EMP-ID       PIC 9(6).
    01 SLP-MONEY-LINE.
        05 SLP-MON-LABEL    PIC X(12).
        05 SLP-MON-AMOUNT   PIC Z,ZZZ,ZZ9.99.
        05 FILLER           PIC X(2)  VALUE SPACES.
        05 SLP-MON-NOTE     PIC X(11) VALUE SPACES.
    01 SLP-RATE-LINE.
        05 FILLER           PIC X(12) VALUE "FX rate   : ".
        05 SLP-RATE         PIC ZZZZ9.999999.
        05 FILLER           PIC X(12) VALUE "  effective ".
        05 SLP-RATE-DATE    PIC 9(8).

PROCEDURE DIVISION.
001-MAIN.
    MOVE "ONE SLIP PER ACTIVE EMPLOYEE" TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==PRINT-LINE==.

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

    OPEN INPUT PAY-HISTORY.
    IF WS-PAYHIST-STATUS = "00"
        MOVE "Y" TO WS-HIST-OPEN
    END-IF.
    PERFORM UNTIL WS-EMP-FILE-STATUS = "10"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
        END-READ
    END-PERFORM.
    CLOSE EMPLOYEE-MASTER.
    IF WS-HIST-OPEN = "Y"
        CLOSE PAY-HISTORY
    END-IF.

    PERFORM COUNT-REGISTER-ROWS.

COUNT-REGISTER-ROWS.
    MOVE ZERO TO WS-HIST-COUNT.
    MOVE "N" TO WS-HIST-PRESENT.
    OPEN INPUT PAY-HISTORY.
    IF WS-PAYHIST-STATUS NOT = "00"
        EXIT PARAGRAPH
    MOVE WS-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO PH-PERIOD.
    MOVE ZERO TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            CLOSE PAY-HISTORY
                IF PH-FISCAL-YEAR = WS-FISCAL-YEAR
                        AND PH-PERIOD = WS-FISCAL-PERIOD
                    MOVE "Y" TO WS-HIST-PRESENT
                    IF NOT PH-REVERSAL AND NOT PH-IS-REVERSED
                        ADD 1 TO WS-HIST-COUNT
                    END-IF
                ELSE
                    EXIT PERFORM
                END-IF
    CLOSE PAY-HISTORY.

PRINT-ONE-PAYSLIP.
    MOVE WS-PAY-DATE TO PAY-AS-OF-DATE.
    MOVE EMP-ID TO ESM-EMP-ID.
    MOVE WS-RUN-DATE TO ESM-AS-OF-DATE.
    MOVE WS-FISCAL-YEAR TO ESM-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO ESM-PERIOD.
    CALL "EARNSUM" USING EARN-SUM-AREA.
    PERFORM FIND-CONTRACT-PAY.
    IF ESM-LWOP-AMOUNT > WS-BASIC-PAY
        MOVE WS-BASIC-PAY TO ESM-LWOP-AMOUNT
    END-IF.
    COMPUTE PAY-GROSS = WS-BASIC-PAY - ESM-LWOP-AMOUNT
        + ESM-TAXABLE + ESM-NONTAX.
    MOVE ESM-NONTAX TO PAY-NONTAX-EARN.
    SET LND-QUERY TO TRUE.
    MOVE EMP-ID TO LND-EMP-ID.
    MOVE WS-FISCAL-YEAR TO LND-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO LND-PERIOD.
    CALL "LOANDED" USING LOAN-DED-AREA.
    MOVE LND-AMOUNT TO PAY-LOAN-DEDUCT.
    MOVE EMP-ID TO HMP-EMP-ID.
    MOVE WS-RUN-DATE TO HMP-AS-OF-DATE.
    CALL "HMOPREM" USING HMO-PREM-AREA.
    MOVE HMP-EE-SHARE TO PAY-HMO-DEDUCT.
    CALL "PAYCALC" USING PAY-CALC-AREA.
    PERFORM FIND-RETRO-PAY.
    ADD WS-RETRO-NET TO PAY-NET.
    PERFORM FORMAT-EMPLOYEE-NAME.

    ADD 1 TO WS-SLIP-COUNT.
        WRITE PRINT-LINE FROM SLP-RULE-LINE
    END-IF.
    MOVE WS-RUN-DATE(1:6) TO SLP-PERIOD.
    MOVE WS-PAY-DATE TO SLP-PAY-DATE.
    WRITE PRINT-LINE FROM SLP-TITLE-LINE.
    MOVE EMP-ID TO SLP-EMP-ID.
    MOVE WS-FULL-NAME TO SLP-NAME.
    MOVE SPACES TO PRINT-LINE.
    WRITE PRINT-LINE.

    IF WS-FX-PAID = "Y"
        MOVE "Contract  : " TO SLP-MON-LABEL
        MOVE WS-CONTRACT-AMT TO SLP-MON-AMOUNT
        MOVE WS-CONTRACT-CUR TO SLP-MON-NOTE
        WRITE PRINT-LINE FROM SLP-MONEY-LINE
        MOVE SPACES TO SLP-MON-NOTE
        MOVE WS-FX-RATE TO SLP-RATE
        MOVE WS-FX-EFF-DATE TO SLP-RATE-DATE
        WRITE PRINT-LINE FROM SLP-RATE-LINE
    END-IF.
    IF ESM-COUNT > ZERO OR ESM-LWOP-AMOUNT > ZERO
            OR WS-FX-PAID = "Y"
        MOVE "Basic pay : " TO SLP-MON-LABEL
        MOVE WS-BASIC-PAY TO SLP-MON-AMOUNT
        IF WS-FX-PAID = "Y"
            MOVE "PHP" TO SLP-MON-NOTE
        END-IF
        WRITE PRINT-LINE FROM SLP-MONEY-LINE
        MOVE SPACES TO SLP-MON-NOTE
        IF ESM-LWOP-AMOUNT > ZERO
            MOVE "Unpaid lv : " TO SLP-MON-LABEL
            MOVE ESM-LWOP-AMOUNT TO SLP-MON-AMOUNT
            MOVE SPACES TO SLP-MON-NOTE
            STRING "less " ESM-LWOP-DAYS " dy"
                DELIMITED BY SIZE INTO SLP-MON-NOTE
            WRITE PRINT-LINE FROM SLP-MONEY-LINE
            MOVE SPACES TO SLP-MON-NOTE
        END-IF
        PERFORM VARYING WS-EARN-IDX FROM 1 BY 1
                UNTIL WS-EARN-IDX > ESM-COUNT OR WS-EARN-IDX > 10
            MOVE SPACES TO SLP-MON-LABEL
            STRING ESM-ITEM-DESC(WS-EARN-IDX)(1:10) ": "
                DELIMITED BY SIZE INTO SLP-MON-LABEL
            MOVE ESM-ITEM-AMOUNT(WS-EARN-IDX) TO SLP-MON-AMOUNT
            IF ESM-ITEM-TAXABLE(WS-EARN-IDX) = "N"
                MOVE "non-taxable" TO SLP-MON-NOTE
            END-IF
            WRITE PRINT-LINE FROM SLP-MONEY-LINE
            MOVE SPACES TO SLP-MON-NOTE
        END-PERFORM
    END-IF.
    MOVE "Gross     : " TO SLP-MON-LABEL.
    MOVE PAY-GROSS TO SLP-MON-AMOUNT.
    WRITE PRINT-LINE FROM SLP-MONEY-LINE.
    MOVE "W/Tax     : " TO SLP-MON-LABEL.
    MOVE PAY-TAX TO SLP-MON-AMOUNT.
    WRITE PRINT-LINE FROM SLP-MONEY-LINE.
    IF PAY-HMO-DEDUCT > ZERO
        MOVE "HMO plan  : " TO SLP-MON-LABEL
        MOVE PAY-HMO-DEDUCT TO SLP-MON-AMOUNT
        MOVE HMP-PLAN-CODE TO SLP-MON-NOTE
        WRITE PRINT-LINE FROM SLP-MONEY-LINE
        MOVE SPACES TO SLP-MON-NOTE
    END-IF.
    IF PAY-LOAN-DEDUCT > ZERO
        MOVE "Loans     : " TO SLP-MON-LABEL
        MOVE PAY-LOAN-DEDUCT TO SLP-MON-AMOUNT
        WRITE PRINT-LINE FROM SLP-MONEY-LINE
    END-IF.
    IF WS-RETRO-NET NOT = ZERO
        MOVE "Retro pay : " TO SLP-MON-LABEL
        IF WS-RETRO-NET < ZERO
            COMPUTE SLP-MON-AMOUNT = ZERO - WS-RETRO-NET
            MOVE "less" TO SLP-MON-NOTE
        ELSE
            MOVE WS-RETRO-NET TO SLP-MON-AMOUNT
            MOVE "net" TO SLP-MON-NOTE
        END-IF
        WRITE PRINT-LINE FROM SLP-MONEY-LINE
        MOVE SPACES TO SLP-MON-NOTE
    END-IF.
    MOVE "NET PAY   : " TO SLP-MON-LABEL.
    MOVE PAY-NET TO SLP-MON-AMOUNT.
    WRITE PRINT-LINE FROM SLP-MONEY-LINE.
    MOVE SPACES TO PRINT-LINE.
    WRITE PRINT-LINE.

*> The conversion the register made is the one that gets paid, so
*> it is taken from the standing payhist.dat record; only before
*> the register has run the period is the contract converted here,
*> at today's rate through FXRATE.
FIND-CONTRACT-PAY.
    MOVE "N" TO WS-FX-PAID.
    MOVE EMP-SALARY TO WS-BASIC-PAY.
    IF WS-HIST-OPEN = "Y"
        MOVE WS-FISCAL-YEAR TO PH-FISCAL-YEAR
        MOVE WS-FISCAL-PERIOD TO PH-PERIOD
        MOVE EMP-ID TO PH-EMP-ID
        PERFORM FIND-STANDING-PAY
        IF WS-PAYHIST-STATUS = "00"
            IF PH-PAY-CURRENCY NOT = SPACES
                    AND PH-BASIC-PHP IS NUMERIC
                MOVE "Y" TO WS-FX-PAID
                MOVE PH-PAY-CURRENCY TO WS-CONTRACT-CUR
                MOVE PH-CONTRACT-AMT TO WS-CONTRACT-AMT
                MOVE PH-FX-RATE TO WS-FX-RATE
                MOVE PH-FX-EFF-DATE TO WS-FX-EFF-DATE
                MOVE PH-BASIC-PHP TO WS-BASIC-PAY
            END-IF
            EXIT PARAGRAPH
        END-IF
    END-IF.
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
    MOVE WS-CONTRACT-CUR TO FXR-CURRENCY.
    MOVE WS-RUN-DATE TO FXR-AS-OF-DATE.
    MOVE WS-CONTRACT-AMT TO FXR-AMOUNT.
    CALL "FXRATE" USING FX-RATE-AREA.
    IF FXR-FOUND = "Y"
        MOVE "Y" TO WS-FX-PAID
        MOVE FXR-RATE TO WS-FX-RATE
        MOVE FXR-EFF-DATE TO WS-FX-EFF-DATE
        MOVE FXR-PHP-AMOUNT TO WS-BASIC-PAY
    END-IF.

*> Retro pay is not recomputed here: the register's figure on
*> payhist.dat is the one that gets paid.
FIND-RETRO-PAY.
    MOVE ZERO TO WS-RETRO-NET.
    IF WS-HIST-OPEN NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE WS-FISCAL-PERIOD TO PH-PERIOD.
    MOVE EMP-ID TO PH-EMP-ID.
    PERFORM FIND-STANDING-PAY.
    IF WS-PAYHIST-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    IF PH-RETRO-NET IS NUMERIC
        MOVE PH-RETRO-NET TO WS-RETRO-NET
    END-IF.

*> The pay that stands for the employee in the period keyed in
*> PH-FISCAL-YEAR/PH-PERIOD/PH-EMP-ID: the regular run, or the
*> off-cycle run that replaced it once it was reversed. Status
*> "00" when one stands, "23" when none does.
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

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
