*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Load of the bank's credit return file bankret.dat -
*>              the payroll credits from bankcred.dat the bank
*>              could not post because the account is closed or the
*>              name does not match. The file is checked whole
*>              against its INTFCTL header and trailer, and its HSH
*>              hash total against the amounts, before a single
*>              return loads. Each return is matched to the credit
*>              sent on the credit log credlog.dat by EMP-ID,
*>              fiscal year, period and amount, and the credit is
*>              marked returned. The amount is rerouted into
*>              payments.dat so CHECK-PRINT issues the employee a
*>              check, and the empbank.dat account is suspended
*>              (paid by check) until WS-BANK-MAINT records the
*>              corrected account. The returns report bankret.rpt
*>              lists each return and anything that matched no
*>              credit, and for every period touched proves that
*>              credits sent less returns equals credits accepted.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-BANK-RETURN.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RETURN-FILE ASSIGN TO "bankret.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RETURN-STATUS.

        SELECT CREDIT-LOG ASSIGN TO "credlog.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CRL-KEY
            FILE STATUS IS WS-CREDLOG-STATUS.

        SELECT BANK-FILE ASSIGN TO "empbank.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EBK-EMP-ID
            FILE STATUS IS WS-BANK-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT PAYMENT-FILE ASSIGN TO "payments.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYMENT-STATUS.

        SELECT REPORT-FILE ASSIGN TO "bankret.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD RETURN-FILE.
    COPY BANKRET.

    FD CREDIT-LOG.
    COPY CREDLOG.

    FD BANK-FILE.
    COPY BANKREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD PAYMENT-FILE.
    COPY PAYMTREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(100).

    WORKING-STORAGE SECTION.
    01 WS-RETURN-STATUS     PIC XX.
    01 WS-CREDLOG-STATUS    PIC XX.
    01 WS-BANK-STATUS       PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-PAYMENT-STATUS    PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-CTL-OK            PIC X.
    01 WS-CTL-COUNT         PIC 9(7).
    01 WS-CTL-TOTAL         PIC 9(13)V99.
    01 WS-HSH-FOUND         PIC X.
    01 WS-MATCHED           PIC X.
    01 WS-READ-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-READ-TOTAL        PIC 9(13)V99 VALUE ZERO.
    01 WS-MATCH-COUNT       PIC 9(5) VALUE ZERO.
    01 WS-MATCH-TOTAL       PIC 9(13)V99 VALUE ZERO.
    01 WS-UNMATCH-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-UNMATCH-TOTAL     PIC 9(13)V99 VALUE ZERO.
    01 WS-SUSPEND-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-SENT-COUNT        PIC 9(5).
    01 WS-SENT-TOTAL        PIC 9(13)V99.
    01 WS-RET-COUNT         PIC 9(5).
    01 WS-RET-TOTAL         PIC 9(13)V99.
    01 WS-ACC-COUNT         PIC 9(5).
    01 WS-ACC-TOTAL         PIC 9(13)V99.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    01 WS-I                 PIC 99.
    01 WS-PER-COUNT         PIC 99 VALUE ZERO.
    01 WS-PERIOD-TABLE.
        05 WS-PER-ENTRY OCCURS 20 TIMES.
            10 WS-TBL-FY        PIC 9(4).
            10 WS-TBL-PERIOD    PIC 99.
    01 WS-HASH-RECORD.
        05 FILLER           PIC X(4).
        05 WS-HSH-AMOUNT    PIC 9(13)V99.
    COPY INTFCTL.
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
            VALUE "BANK CREDIT RETURNS           Run date:   ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(20) VALUE "EMP-ID FY   PER RUN ".
        05 FILLER          PIC X(43) VALUE
            "BANK ACCOUNT                 AMOUNT  REASON".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-EMP-ID  PIC 9(6).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-FY      PIC 9(4).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-PERIOD  PIC 99.
        05 FILLER          PIC XX    VALUE SPACES.
        05 RPT-DET-RUN     PIC 99.
        05 FILLER          PIC XX    VALUE SPACES.
        05 RPT-DET-BANK    PIC X(4).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-ACCOUNT PIC X(16).
        05 RPT-DET-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC XX    VALUE SPACES.
        05 RPT-DET-TEXT    PIC X(44).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(30).
        05 RPT-TOT-COUNT   PIC ZZZZ9.
        05 FILLER          PIC XX    VALUE SPACES.
        05 RPT-TOT-AMOUNT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    01 RPT-PERIOD-LINE.
        05 FILLER          PIC X(12) VALUE "FISCAL YEAR ".
        05 RPT-PER-FY      PIC 9(4).
        05 FILLER          PIC X(9)  VALUE "  PERIOD ".
        05 RPT-PER-PERIOD  PIC 99.
    01 RPT-PROOF-LINE.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-PROOF-TEXT  PIC X(60).

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    OPEN INPUT RETURN-FILE.
    IF WS-RETURN-STATUS NOT = "00"
        DISPLAY "Cannot open bankret.dat - no bank returns to load."
        GOBACK
    END-IF.

    PERFORM VERIFY-RETURN-CONTROLS.
    IF WS-CTL-OK NOT = "Y"
        DISPLAY "bankret.dat failed its control check - load "
            "stopped, nothing rerouted."
        CLOSE RETURN-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O CREDIT-LOG.
    IF WS-CREDLOG-STATUS NOT = "00"
        DISPLAY "credlog.dat not found - no credits have been "
            "logged to match returns against."
        CLOSE RETURN-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE "WS-BANK-RETURN" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN I-O BANK-FILE.
    OPEN INPUT EMPLOYEE-MASTER.
    OPEN EXTEND PAYMENT-FILE.
    IF WS-PAYMENT-STATUS = "35"
        OPEN OUTPUT PAYMENT-FILE
    END-IF.
    OPEN OUTPUT REPORT-FILE.
    MOVE "BANK CREDIT RETURNS" TO RRG-REPORT-NAME.
    MOVE "bankret.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE "ALL RETURNS ON bankret.dat" TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    PERFORM UNTIL WS-RETURN-STATUS = "10"
        READ RETURN-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF BANK-RETURN-RECORD(1:3) = "HDR"
                        OR BANK-RETURN-RECORD(1:3) = "TRL"
                        OR BANK-RETURN-RECORD(1:4) = "HSH "
                    CONTINUE
                ELSE
                    ADD 1 TO WS-READ-COUNT
                    ADD BRT-AMOUNT TO WS-READ-TOTAL
                    PERFORM LOAD-ONE-RETURN
                END-IF
        END-READ
    END-PERFORM.

    PERFORM WRITE-RETURN-TOTALS.
    PERFORM WRITE-PERIOD-PROOFS.

    CLOSE RETURN-FILE.
    CLOSE CREDIT-LOG.
    IF WS-BANK-STATUS NOT = "35"
        CLOSE BANK-FILE
    END-IF.
    CLOSE EMPLOYEE-MASTER.
    CLOSE PAYMENT-FILE.
    CLOSE REPORT-FILE.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-MATCH-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    MOVE WS-READ-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    DISPLAY "Bank return load complete - " WS-MATCH-COUNT " of "
        WS-READ-COUNT " return(s) matched.".
    DISPLAY "  Rerouted to payments.dat : " WS-MATCH-COUNT.
    DISPLAY "  Accounts suspended       : " WS-SUSPEND-COUNT.
    DISPLAY "  Matched no credit        : " WS-UNMATCH-COUNT.
    DISPLAY "Report written to bankret.rpt.".
GOBACK.

*> Same whole-file control check the other feeds get: header with
*> the right file ID, trailer count matching the data records
*> between them, and the bank's hash total matching the amounts.
VERIFY-RETURN-CONTROLS.
    MOVE "N" TO WS-CTL-OK.
    MOVE "N" TO WS-HSH-FOUND.
    MOVE ZERO TO WS-CTL-COUNT.
    MOVE ZERO TO WS-CTL-TOTAL.
    READ RETURN-FILE INTO INTF-HEADER-RECORD
        AT END
            DISPLAY "bankret.dat is empty."
            CLOSE RETURN-FILE
            OPEN INPUT RETURN-FILE
            EXIT PARAGRAPH
    END-READ.
    IF NOT INTF-IS-HEADER
            OR INTF-HDR-FILE-ID NOT = "BANKRETURN"
        DISPLAY "bankret.dat has no valid control header."
        CLOSE RETURN-FILE
        OPEN INPUT RETURN-FILE
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Return file created " INTF-HDR-DATE " by "
        FUNCTION TRIM(INTF-HDR-PROGRAM) ".".
    PERFORM UNTIL WS-RETURN-STATUS = "10"
        READ RETURN-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                EVALUATE TRUE
                    WHEN BANK-RETURN-RECORD(1:3) = "TRL"
                        MOVE BANK-RETURN-RECORD
                            TO INTF-TRAILER-RECORD
                        IF INTF-TRL-COUNT = WS-CTL-COUNT
                            MOVE "Y" TO WS-CTL-OK
                        ELSE
                            DISPLAY "Trailer count " INTF-TRL-COUNT
                                " does not match " WS-CTL-COUNT
                                " data record(s)."
                        END-IF
                    WHEN BANK-RETURN-RECORD(1:4) = "HSH "
                        MOVE "Y" TO WS-HSH-FOUND
                        MOVE BANK-RETURN-RECORD TO WS-HASH-RECORD
                    WHEN OTHER
                        ADD 1 TO WS-CTL-COUNT
                        ADD BRT-AMOUNT TO WS-CTL-TOTAL
                END-EVALUATE
        END-READ
    END-PERFORM.
    IF WS-CTL-OK = "Y" AND WS-HSH-FOUND NOT = "Y"
        DISPLAY "bankret.dat carries no HSH hash total."
        MOVE "N" TO WS-CTL-OK
    END-IF.
    IF WS-CTL-OK = "Y" AND WS-HSH-AMOUNT NOT = WS-CTL-TOTAL
        DISPLAY "Hash total " WS-HSH-AMOUNT " does not match "
            WS-CTL-TOTAL " on the returns."
        MOVE "N" TO WS-CTL-OK
    END-IF.
    CLOSE RETURN-FILE.
    OPEN INPUT RETURN-FILE.

LOAD-ONE-RETURN.
    MOVE BRT-EMP-ID TO RPT-DET-EMP-ID.
    MOVE BRT-FISCAL-YEAR TO RPT-DET-FY.
    MOVE BRT-PERIOD TO RPT-DET-PERIOD.
    MOVE BRT-RUN-NO TO RPT-DET-RUN.
    MOVE BRT-BANK-CODE TO RPT-DET-BANK.
    MOVE BRT-ACCOUNT TO RPT-DET-ACCOUNT.
    MOVE BRT-AMOUNT TO RPT-DET-AMOUNT.

    PERFORM FIND-SENT-CREDIT.
    IF WS-MATCHED NOT = "Y"
        ADD 1 TO WS-UNMATCH-COUNT
        ADD BRT-AMOUNT TO WS-UNMATCH-TOTAL
        MOVE "** NO CREDIT SENT MATCHES - NOT REROUTED **"
            TO RPT-DET-TEXT
        WRITE REPORT-LINE FROM RPT-DETAIL-LINE
        EXIT PARAGRAPH
    END-IF.

    SET CRL-RETURNED TO TRUE.
    MOVE WS-RUN-DATE TO CRL-RETURN-DATE.
    MOVE BRT-REASON TO CRL-REASON.
    REWRITE CREDIT-LOG-RECORD.
    ADD 1 TO WS-MATCH-COUNT.
    ADD BRT-AMOUNT TO WS-MATCH-TOTAL.
    PERFORM NOTE-PERIOD.

*> The employee is still owed the money; it goes out by check.
    PERFORM NAME-THE-PAYEE.
    MOVE WS-FULL-NAME TO PAY-PAYEE.
    MOVE BRT-AMOUNT TO PAY-AMOUNT.
    MOVE BRT-EMP-ID TO PAY-EMP-ID.
    WRITE PAYMENT-RECORD.

    PERFORM SUSPEND-ACCOUNT.
    MOVE SPACES TO RPT-DET-TEXT.
    STRING FUNCTION TRIM(BRT-REASON-CODE) " "
        FUNCTION TRIM(BRT-REASON)
        DELIMITED BY SIZE INTO RPT-DET-TEXT.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

*> The credit log is keyed by year, period, employee and run; the
*> first credit of the employee's in that period still standing
*> at the returned amount is the one the bank sent back.
FIND-SENT-CREDIT.
    MOVE "N" TO WS-MATCHED.
    MOVE BRT-FISCAL-YEAR TO CRL-FISCAL-YEAR.
    MOVE BRT-PERIOD TO CRL-PERIOD.
    MOVE BRT-EMP-ID TO CRL-EMP-ID.
    MOVE ZERO TO CRL-RUN-NO.
    START CREDIT-LOG KEY IS NOT LESS THAN CRL-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-CREDLOG-STATUS NOT = "00"
        READ CREDIT-LOG NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF CRL-FISCAL-YEAR NOT = BRT-FISCAL-YEAR
                OR CRL-PERIOD NOT = BRT-PERIOD
                OR CRL-EMP-ID NOT = BRT-EMP-ID
            EXIT PERFORM
        END-IF
        IF CRL-SENT AND CRL-AMOUNT = BRT-AMOUNT
            MOVE "Y" TO WS-MATCHED
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Only the account the credit went to is suspended; one already
*> corrected since the payroll went out is left alone.
SUSPEND-ACCOUNT.
    IF WS-BANK-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    MOVE BRT-EMP-ID TO EBK-EMP-ID.
    READ BANK-FILE
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF EBK-SUSPENDED OR EBK-ACCOUNT NOT = CRL-ACCOUNT
        EXIT PARAGRAPH
    END-IF.
    SET EBK-SUSPENDED TO TRUE.
    MOVE WS-RUN-DATE TO EBK-SUSPEND-DATE.
    MOVE BRT-REASON TO EBK-SUSPEND-REASON.
    REWRITE EMP-BANK-RECORD.
    ADD 1 TO WS-SUSPEND-COUNT.

NOTE-PERIOD.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-PER-COUNT
        IF WS-TBL-FY(WS-I) = BRT-FISCAL-YEAR
                AND WS-TBL-PERIOD(WS-I) = BRT-PERIOD
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.
    IF WS-PER-COUNT < 20
        ADD 1 TO WS-PER-COUNT
        MOVE BRT-FISCAL-YEAR TO WS-TBL-FY(WS-PER-COUNT)
        MOVE BRT-PERIOD TO WS-TBL-PERIOD(WS-PER-COUNT)
    END-IF.

NAME-THE-PAYEE.
    MOVE BRT-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE SPACES TO WS-FULL-NAME
            STRING "EMPLOYEE " BRT-EMP-ID
                DELIMITED BY SIZE INTO WS-FULL-NAME
        NOT INVALID KEY
            PERFORM FORMAT-EMPLOYEE-NAME
    END-READ.

WRITE-RETURN-TOTALS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Returns on the bank's file  : " TO RPT-TOT-LABEL.
    MOVE WS-READ-COUNT TO RPT-TOT-COUNT.
    MOVE WS-READ-TOTAL TO RPT-TOT-AMOUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Matched and rerouted        : " TO RPT-TOT-LABEL.
    MOVE WS-MATCH-COUNT TO RPT-TOT-COUNT.
    MOVE WS-MATCH-TOTAL TO RPT-TOT-AMOUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Matched no credit sent      : " TO RPT-TOT-LABEL.
    MOVE WS-UNMATCH-COUNT TO RPT-TOT-COUNT.
    MOVE WS-UNMATCH-TOTAL TO RPT-TOT-AMOUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Accounts suspended          : " TO RPT-TOT-LABEL.
    MOVE WS-SUSPEND-COUNT TO RPT-TOT-COUNT.
    MOVE ZERO TO RPT-TOT-AMOUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.

*> For each period a return touched, the whole credit log of the
*> period is totalled three ways: every credit sent, those now
*> returned, and those still standing - sent less returned must
*> equal accepted.
WRITE-PERIOD-PROOFS.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-PER-COUNT
        PERFORM PROVE-ONE-PERIOD
    END-PERFORM.

PROVE-ONE-PERIOD.
    MOVE ZERO TO WS-SENT-COUNT WS-SENT-TOTAL WS-RET-COUNT
        WS-RET-TOTAL WS-ACC-COUNT WS-ACC-TOTAL.
    MOVE WS-TBL-FY(WS-I) TO CRL-FISCAL-YEAR.
    MOVE WS-TBL-PERIOD(WS-I) TO CRL-PERIOD.
    MOVE ZERO TO CRL-EMP-ID.
    MOVE ZERO TO CRL-RUN-NO.
    START CREDIT-LOG KEY IS NOT LESS THAN CRL-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM UNTIL WS-CREDLOG-STATUS NOT = "00"
                READ CREDIT-LOG NEXT RECORD
                    AT END
                        EXIT PERFORM
                END-READ
                IF CRL-FISCAL-YEAR NOT = WS-TBL-FY(WS-I)
                        OR CRL-PERIOD NOT = WS-TBL-PERIOD(WS-I)
                    EXIT PERFORM
                END-IF
                ADD 1 TO WS-SENT-COUNT
                ADD CRL-AMOUNT TO WS-SENT-TOTAL
                IF CRL-RETURNED
                    ADD 1 TO WS-RET-COUNT
                    ADD CRL-AMOUNT TO WS-RET-TOTAL
                ELSE
                    ADD 1 TO WS-ACC-COUNT
                    ADD CRL-AMOUNT TO WS-ACC-TOTAL
                END-IF
            END-PERFORM
    END-START.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-TBL-FY(WS-I) TO RPT-PER-FY.
    MOVE WS-TBL-PERIOD(WS-I) TO RPT-PER-PERIOD.
    WRITE REPORT-LINE FROM RPT-PERIOD-LINE.
    MOVE "  Credits sent              : " TO RPT-TOT-LABEL.
    MOVE WS-SENT-COUNT TO RPT-TOT-COUNT.
    MOVE WS-SENT-TOTAL TO RPT-TOT-AMOUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "  Less returned             : " TO RPT-TOT-LABEL.
    MOVE WS-RET-COUNT TO RPT-TOT-COUNT.
    MOVE WS-RET-TOTAL TO RPT-TOT-AMOUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "  Credits accepted          : " TO RPT-TOT-LABEL.
    MOVE WS-ACC-COUNT TO RPT-TOT-COUNT.
    MOVE WS-ACC-TOTAL TO RPT-TOT-AMOUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    IF WS-SENT-TOTAL - WS-RET-TOTAL = WS-ACC-TOTAL
            AND WS-SENT-COUNT - WS-RET-COUNT = WS-ACC-COUNT
        MOVE "Credits sent less returns equals credits accepted."
            TO RPT-PROOF-TEXT
    ELSE
        MOVE "** SENT LESS RETURNS DOES NOT EQUAL ACCEPTED **"
            TO RPT-PROOF-TEXT
    END-IF.
    WRITE REPORT-LINE FROM RPT-PROOF-LINE.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
