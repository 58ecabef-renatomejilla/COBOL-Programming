*>              reads it (payee through NAMEFMT, net amount). The
*>              disbursement summary disburse.rpt proves the two
*>              streams add back to the period's register total.
*>              Final pay (period 14) held by WS-FINAL-PAY until
*>              the employee's clearance is complete is passed by
*>              and shown on the summary as held. Period 14 fills
*>              up over the year, so each final pay is marked paid
*>              out as it is disbursed and a later run for the
*>              period picks up only the ones released since.
*>              Disbursing the current regular period runs
*>              WS-PAY-VARIANCE first; unexplained variances stop
*>              the run unless the operator overrides.
*>              Each run of a period disburses on its own: run 00
*>              is the regular register, an off-cycle run is asked
*>              for by its number. A reversal pays nothing, and a
*>              record reversed before it was disbursed is passed
*>              by; both are counted on the summary.
*>              Each credit carries its fiscal year, period and run
*>              for the bank to echo on a return, and is logged to
*>              credlog.dat for WS-BANK-RETURN to match returns
*>              against. An account suspended after a return pays
*>              by check until it is corrected. A new or changed
*>              account pays by check too until a second operator
*>              has verified it in WS-BANK-MAINT and the
*>              BANK-COOLING-DAYS sysparm (3 when not set) has run
*>              since the change.
*>              Each credit carries the value date the bank is to
*>              post it on: the period's pay date from the payroll
*>              calendar (PAYDATE), or the run date when the
*>              period is not on the calendar or its pay date has
*>              already gone by.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-PAY-DISBURSE.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CREDIT-STATUS.

        SELECT CREDIT-LOG ASSIGN TO "credlog.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CRL-KEY
            FILE STATUS IS WS-CREDLOG-STATUS.

        SELECT PAYMENT-FILE ASSIGN TO "payments.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYMENT-STATUS.
        05 CRD-ACCOUNT      PIC X(16).
        05 CRD-EMP-ID       PIC 9(6).
        05 CRD-AMOUNT       PIC 9(11)V99.
        05 CRD-FISCAL-YEAR  PIC 9(4).
        05 CRD-PERIOD       PIC 99.
        05 CRD-RUN-NO       PIC 99.
        05 CRD-VALUE-DATE   PIC 9(8).

    FD CREDIT-LOG.
    COPY CREDLOG.

    FD PAYMENT-FILE.
    COPY PAYMTREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(90).
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-CREDIT-STATUS     PIC XX.
    01 WS-PAYMENT-STATUS    PIC XX.
    01 WS-CREDLOG-STATUS    PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-FY-IN             PIC 9(4).
    01 WS-PERIOD-IN         PIC 99.
    01 WS-RUN-IN            PIC 99.
    01 WS-VALUE-DATE        PIC 9(8).
    01 WS-REVERSAL-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-REVERSED-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-REVERSED-TOTAL    PIC S9(13)V99 VALUE ZERO.
    01 WS-HAS-BANK          PIC X.
    01 WS-READ-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-CREDIT-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-CHECK-COUNT       PIC 9(5) VALUE ZERO.
    01 WS-HELD-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-HELD-TOTAL        PIC S9(13)V99 VALUE ZERO.
    01 WS-PAID-OUT-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-SUSPENDED-COUNT   PIC 9(5) VALUE ZERO.
    01 WS-SUSPENDED-TOTAL   PIC 9(13)V99 VALUE ZERO.
    01 WS-CHG-HOLD-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-CHG-HOLD-TOTAL    PIC 9(13)V99 VALUE ZERO.
    01 WS-COOLING-DAYS      PIC 9(3).
    01 WS-CREDIT-TOTAL      PIC 9(13)V99 VALUE ZERO.
    01 WS-CHECK-TOTAL       PIC 9(13)V99 VALUE ZERO.
    01 WS-PERIOD-TOTAL      PIC 9(13)V99 VALUE ZERO.
    01 WS-FMT-TEMP          PIC X(31).
    01 WS-NAME-KNOWN        PIC X.
    01 WS-PERIOD-FOUND      PIC X.
    01 WS-CONFIRM           PIC X.
    01 WS-HASH-RECORD.
        05 FILLER           PIC X(4) VALUE "HSH ".
        05 WS-HSH-AMOUNT    PIC 9(13)V99.
    COPY INTFCTL.
    COPY DATESRV.
    COPY PAYDATE.
    COPY SYSPARM.
    COPY RUNLOG.
    COPY RPTREG.

        05 RPT-TITLE-FY    PIC 9(4).
        05 FILLER          PIC X(9)  VALUE "  PERIOD ".
        05 RPT-TITLE-PER   PIC 99.
        05 FILLER          PIC X(6)  VALUE "  RUN ".
        05 RPT-TITLE-RUN   PIC 99.
        05 FILLER          PIC X(13) VALUE "  VALUE DATE ".
        05 RPT-TITLE-VALUE PIC 9(8).
    01 RPT-STREAM-LINE.
        05 RPT-STR-LABEL   PIC X(26).
        05 RPT-STR-COUNT   PIC ZZZZ9.

    DISPLAY "Fiscal year to disburse : " WITH NO ADVANCING.
    ACCEPT WS-FY-IN.
    DISPLAY "Period (1-14)           : " WITH NO ADVANCING.
    ACCEPT WS-PERIOD-IN.
    DISPLAY "Run (00 = regular)      : " WITH NO ADVANCING.
    ACCEPT WS-RUN-IN.

    SET PDT-BY-PERIOD TO TRUE.
    MOVE WS-FY-IN TO PDT-FISCAL-YEAR.
    MOVE WS-PERIOD-IN TO PDT-PERIOD.
    CALL "PAYDATE" USING PAY-DATE-AREA.
    MOVE WS-RUN-DATE TO WS-VALUE-DATE.
    IF PDT-FOUND = "Y"
        IF PDT-PAY-DATE < WS-RUN-DATE
            DISPLAY "Calendar pay date " PDT-PAY-DATE " has gone by"
                " - credits are valued today."
        ELSE
            MOVE PDT-PAY-DATE TO WS-VALUE-DATE
        END-IF
    END-IF.
    DISPLAY "Credits valued " WS-VALUE-DATE ".".

*> The variance report compares the register's current period with
*> the one before, so it only has something to say when this run
*> is disbursing that period.
    SET DSRV-FISCAL-PERIOD TO TRUE.
    MOVE WS-RUN-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF WS-FY-IN = DSRV-FISCAL-YEAR
            AND WS-PERIOD-IN = DSRV-RESULT-NUM
            AND WS-RUN-IN = ZERO
        CALL "WS-PAY-VARIANCE"
        IF RETURN-CODE NOT = ZERO
            DISPLAY "Unexplained payroll variances - see payvar.rpt."
            DISPLAY "Disburse anyway? (Y/N): " WITH NO ADVANCING
            ACCEPT WS-CONFIRM
            IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
                DISPLAY "Disbursement not run."
                GOBACK
            END-IF
            MOVE ZERO TO RETURN-CODE
        END-IF
    END-IF.

    IF WS-PERIOD-IN = 14
        OPEN I-O PAY-HISTORY
    ELSE
        OPEN INPUT PAY-HISTORY
    END-IF.
    IF WS-PAYHIST-STATUS NOT = "00"
        DISPLAY "payhist.dat not found - run the payroll register "
            "first."
        GOBACK
    END-IF.

    MOVE 3 TO WS-COOLING-DAYS.
    MOVE "BANK-COOLING-DAYS" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y"
        MOVE SPM-NUMERIC TO WS-COOLING-DAYS
    END-IF.

    OPEN INPUT BANK-FILE.
    IF WS-BANK-STATUS NOT = "00"
        DISPLAY "empbank.dat not on hand - everyone pays by check "
    MOVE WS-FY-IN TO PH-FISCAL-YEAR.
    MOVE WS-PERIOD-IN TO PH-PERIOD.
    MOVE ZERO TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    MOVE "N" TO WS-PERIOD-FOUND.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
*> The START only proves something sits at or after the key;
*> a later period or year would satisfy it just as well, and
*> the run's records lie scattered through the period under
*> their employees, so a record of the asked-for run must
*> actually turn up before any output file is touched.
            PERFORM UNTIL WS-PAYHIST-STATUS NOT = "00"
                    OR WS-PERIOD-FOUND = "Y"
                READ PAY-HISTORY NEXT RECORD
                    AT END
                        EXIT PERFORM
                END-READ
                IF PH-FISCAL-YEAR NOT = WS-FY-IN
                        OR PH-PERIOD NOT = WS-PERIOD-IN
                    EXIT PERFORM
                END-IF
                IF PH-RUN-NO = WS-RUN-IN
                    MOVE "Y" TO WS-PERIOD-FOUND
                END-IF
            END-PERFORM
    END-START.
    IF WS-PERIOD-FOUND NOT = "Y"
        DISPLAY "Nothing on the history for that period and run."
        CLOSE PAY-HISTORY
        IF WS-BANK-STATUS = "00"
            CLOSE BANK-FILE
    MOVE WS-FY-IN TO PH-FISCAL-YEAR.
    MOVE WS-PERIOD-IN TO PH-PERIOD.
    MOVE ZERO TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY.

    MOVE "WS-PAY-DISBURSE" TO RLG-PROGRAM.
    MOVE WS-RUN-DATE TO INTF-HDR-DATE.
    MOVE "WS-PAY-DISBURSE" TO INTF-HDR-PROGRAM.
    WRITE CREDIT-RECORD FROM INTF-HEADER-RECORD.
*> Checks are added to payments.dat behind any bank-return or
*> stale-check reissues still waiting for CHECK-PRINT, which
*> empties the file once it has printed them.
    OPEN EXTEND PAYMENT-FILE.
    IF WS-PAYMENT-STATUS = "35"
        OPEN OUTPUT PAYMENT-FILE
    END-IF.
    OPEN I-O CREDIT-LOG.
    IF WS-CREDLOG-STATUS = "35"
        OPEN OUTPUT CREDIT-LOG
        CLOSE CREDIT-LOG
        OPEN I-O CREDIT-LOG
    END-IF.

    PERFORM UNTIL WS-PAYHIST-STATUS = "10"
        READ PAY-HISTORY NEXT RECORD
                        OR PH-PERIOD NOT = WS-PERIOD-IN
                    EXIT PERFORM
                END-IF
                EVALUATE TRUE
                    WHEN PH-RUN-NO NOT = WS-RUN-IN
                        CONTINUE
                    WHEN PH-REVERSAL
                        ADD 1 TO WS-REVERSAL-COUNT
                    WHEN PH-IS-REVERSED
                        ADD 1 TO WS-REVERSED-COUNT
                        ADD PH-NET TO WS-REVERSED-TOTAL
                    WHEN PH-HELD
                        ADD 1 TO WS-HELD-COUNT
                        ADD PH-NET TO WS-HELD-TOTAL
                    WHEN PH-PAID-OUT
                        ADD 1 TO WS-PAID-OUT-COUNT
                    WHEN OTHER
                        ADD 1 TO WS-READ-COUNT
                        PERFORM DISBURSE-ONE-EMPLOYEE
                        IF WS-PERIOD-IN = 14
                            SET PH-PAID-OUT TO TRUE
                            REWRITE PAY-HISTORY-RECORD
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM.

    CLOSE EMPLOYEE-MASTER.
    CLOSE CREDIT-FILE.
    CLOSE PAYMENT-FILE.
    CLOSE CREDIT-LOG.

    PERFORM WRITE-DISBURSE-SUMMARY.

        " (bankcred.dat)".
    DISPLAY "  Checks       : " WS-CHECK-COUNT
        " (payments.dat for CHECK-PRINT)".
    IF WS-SUSPENDED-COUNT > ZERO
        DISPLAY "  Suspended    : " WS-SUSPENDED-COUNT
            " (bank account suspended - paid by check)"
    END-IF.
    IF WS-CHG-HOLD-COUNT > ZERO
        DISPLAY "  Account hold : " WS-CHG-HOLD-COUNT
            " (account change not yet cleared - paid by check)"
    END-IF.
    IF WS-HELD-COUNT > ZERO
        DISPLAY "  Held         : " WS-HELD-COUNT
            " (final pay awaiting clearance)"
    END-IF.
    DISPLAY "Summary written to disburse.rpt.".
GOBACK.

                MOVE "Y" TO WS-HAS-BANK
        END-READ
    END-IF.
*> An account the bank bounced a credit on is paid by check until
*> WS-BANK-MAINT records the corrected account.
    IF WS-HAS-BANK = "Y" AND EBK-SUSPENDED
        MOVE "N" TO WS-HAS-BANK
        ADD 1 TO WS-SUSPENDED-COUNT
        ADD PH-NET TO WS-SUSPENDED-TOTAL
    END-IF.
*> A new or changed account is not paid into until it has been
*> verified by a second operator and has stood the cooling-off
*> days - the pay goes by check meanwhile.
    IF WS-HAS-BANK = "Y" AND EBK-CHANGE-HELD
        MOVE "N" TO WS-HAS-BANK
        ADD 1 TO WS-CHG-HOLD-COUNT
        ADD PH-NET TO WS-CHG-HOLD-TOTAL
    END-IF.
    IF WS-HAS-BANK = "Y" AND EBK-CHANGE-VERIFIED
        SET DSRV-DATE-DIFF TO TRUE
        MOVE EBK-CHANGE-DATE TO DSRV-DATE-A
        MOVE WS-RUN-DATE TO DSRV-DATE-B
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
        IF DSRV-RESULT-NUM < WS-COOLING-DAYS
            MOVE "N" TO WS-HAS-BANK
            ADD 1 TO WS-CHG-HOLD-COUNT
            ADD PH-NET TO WS-CHG-HOLD-TOTAL
        END-IF
    END-IF.

    IF WS-HAS-BANK = "Y"
        MOVE EBK-BANK-CODE TO CRD-BANK-CODE
        MOVE EBK-ACCOUNT TO CRD-ACCOUNT
        MOVE PH-EMP-ID TO CRD-EMP-ID
        MOVE PH-NET TO CRD-AMOUNT
        MOVE PH-FISCAL-YEAR TO CRD-FISCAL-YEAR
        MOVE PH-PERIOD TO CRD-PERIOD
        MOVE PH-RUN-NO TO CRD-RUN-NO
        MOVE WS-VALUE-DATE TO CRD-VALUE-DATE
        WRITE CREDIT-RECORD
        PERFORM LOG-ONE-CREDIT
        ADD 1 TO WS-CREDIT-COUNT
        ADD PH-NET TO WS-CREDIT-TOTAL
        ADD PH-NET TO WS-HASH-TOTAL
        PERFORM NAME-THE-PAYEE
        MOVE WS-FULL-NAME TO PAY-PAYEE
        MOVE PH-NET TO PAY-AMOUNT
        MOVE PH-EMP-ID TO PAY-EMP-ID
        WRITE PAYMENT-RECORD
        ADD 1 TO WS-CHECK-COUNT
        ADD PH-NET TO WS-CHECK-TOTAL
    END-IF.

*> A period disbursed again replaces its earlier log entry.
LOG-ONE-CREDIT.
    MOVE PH-FISCAL-YEAR TO CRL-FISCAL-YEAR.
    MOVE PH-PERIOD TO CRL-PERIOD.
    MOVE PH-EMP-ID TO CRL-EMP-ID.
    MOVE PH-RUN-NO TO CRL-RUN-NO.
    MOVE EBK-BANK-CODE TO CRL-BANK-CODE.
    MOVE EBK-ACCOUNT TO CRL-ACCOUNT.
    MOVE PH-NET TO CRL-AMOUNT.
    MOVE WS-RUN-DATE TO CRL-SENT-DATE.
    SET CRL-SENT TO TRUE.
    MOVE ZERO TO CRL-RETURN-DATE.
    MOVE SPACES TO CRL-REASON.
    WRITE CREDIT-LOG-RECORD
        INVALID KEY
            REWRITE CREDIT-LOG-RECORD
    END-WRITE.

NAME-THE-PAYEE.
    MOVE "N" TO WS-NAME-KNOWN.
    MOVE PH-EMP-ID TO EMP-ID.
    MOVE "disburse.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "FY" WS-FY-IN " PERIOD " WS-PERIOD-IN " RUN " WS-RUN-IN
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-FY-IN TO RPT-TITLE-FY.
    MOVE WS-PERIOD-IN TO RPT-TITLE-PER.
    MOVE WS-RUN-IN TO RPT-TITLE-RUN.
    MOVE WS-VALUE-DATE TO RPT-TITLE-VALUE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-READ-COUNT TO RPT-STR-COUNT.
    MOVE WS-PERIOD-TOTAL TO RPT-STR-AMOUNT.
    WRITE REPORT-LINE FROM RPT-STREAM-LINE.
    IF WS-HELD-COUNT > ZERO
        MOVE "Held pending clearance  : " TO RPT-STR-LABEL
        MOVE WS-HELD-COUNT TO RPT-STR-COUNT
        MOVE WS-HELD-TOTAL TO RPT-STR-AMOUNT
        WRITE REPORT-LINE FROM RPT-STREAM-LINE
    END-IF.
    IF WS-REVERSED-COUNT > ZERO
        MOVE "Reversed - not paid     : " TO RPT-STR-LABEL
        MOVE WS-REVERSED-COUNT TO RPT-STR-COUNT
        MOVE WS-REVERSED-TOTAL TO RPT-STR-AMOUNT
        WRITE REPORT-LINE FROM RPT-STREAM-LINE
    END-IF.
    IF WS-REVERSAL-COUNT > ZERO
        MOVE "Reversals - nothing paid: " TO RPT-STR-LABEL
        MOVE WS-REVERSAL-COUNT TO RPT-STR-COUNT
        MOVE ZERO TO RPT-STR-AMOUNT
        WRITE REPORT-LINE FROM RPT-STREAM-LINE
    END-IF.
    IF WS-SUSPENDED-COUNT > ZERO
        MOVE "Suspended, by check     : " TO RPT-STR-LABEL
        MOVE WS-SUSPENDED-COUNT TO RPT-STR-COUNT
        MOVE WS-SUSPENDED-TOTAL TO RPT-STR-AMOUNT
        WRITE REPORT-LINE FROM RPT-STREAM-LINE
    END-IF.
    IF WS-CHG-HOLD-COUNT > ZERO
        MOVE "Account change, by check: " TO RPT-STR-LABEL
        MOVE WS-CHG-HOLD-COUNT TO RPT-STR-COUNT
        MOVE WS-CHG-HOLD-TOTAL TO RPT-STR-AMOUNT
        WRITE REPORT-LINE FROM RPT-STREAM-LINE
    END-IF.
    IF WS-PAID-OUT-COUNT > ZERO
        MOVE "Paid out by earlier runs: " TO RPT-STR-LABEL
        MOVE WS-PAID-OUT-COUNT TO RPT-STR-COUNT
        MOVE ZERO TO RPT-STR-AMOUNT
        WRITE REPORT-LINE FROM RPT-STREAM-LINE
    END-IF.

    IF WS-CREDIT-TOTAL + WS-CHECK-TOTAL = WS-PERIOD-TOTAL
        MOVE "The two streams add back to the register total."
