*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: External auditor sampling extract. Draws the items
*>              the auditors ask to see from payhist.dat (payroll
*>              runs), chkreg.dat (checks), emphist.dat (changes to
*>              the employee master) and audit.dat (user
*>              maintenance) for a period, by random or systematic
*>              selection, stratified by amount band: each source's
*>              items in the period are split into up to four bands
*>              (gross pay, check amount, salary on the changed
*>              record; user maintenance carries no amount and is
*>              one band) and the same number is drawn from every
*>              band, all of a band smaller than that. The draw runs
*>              from a stated seed through a fixed multiplicative
*>              generator (16807 modulo 2**31-1), so the same
*>              criteria and seed draw the same sample again while
*>              the files hold the same records.
*>              Each sampled item is printed on a page of its own
*>              with its supporting detail: the employee record as
*>              it stood on the item's date (rolled back through
*>              emphist.dat), the deductions the payroll computed
*>              for that period, the bank credit and checks that
*>              paid it, and who last changed the record. Output
*>              in audsample.rpt, the item list in audsample.dat
*>              for the auditors' working papers, and the criteria
*>              and seed appended to audsamp.log for the audit file.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-AUDIT-SAMPLE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PAY-HISTORY ASSIGN TO "payhist.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-PAYHIST-STATUS.

        SELECT REGISTER-FILE ASSIGN TO "chkreg.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        SELECT HISTORY-FILE ASSIGN TO "emphist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT AUDIT-FILE ASSIGN TO "audit.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT CREDIT-LOG ASSIGN TO "credlog.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CRL-KEY
            FILE STATUS IS WS-CREDLOG-STATUS.

        SELECT SAMPLE-FILE ASSIGN TO "audsample.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SAMPLE-STATUS.

        SELECT SAMPLE-LOG ASSIGN TO "audsamp.log"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOG-STATUS.

        SELECT REPORT-FILE ASSIGN TO "audsample.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD PAY-HISTORY.
    COPY PAYHIST.

    FD REGISTER-FILE.
    COPY CHKREG.

    FD HISTORY-FILE.
    COPY EMPHIST.

    FD AUDIT-FILE.
    COPY AUDITREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD CREDIT-LOG.
    COPY CREDLOG.

    FD SAMPLE-FILE.
    COPY AUDSAMP.

    FD SAMPLE-LOG.
    COPY AUDSLOG.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(100).

    WORKING-STORAGE SECTION.
    01 WS-PAYHIST-STATUS    PIC XX.
    01 WS-REGISTER-STATUS   PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-AUDIT-STATUS      PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-CREDLOG-STATUS    PIC XX.
    01 WS-SAMPLE-STATUS     PIC XX.
    01 WS-LOG-STATUS        PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-RUN-TIME          PIC 9(8).
    01 WS-OPERATOR          PIC X(8) VALUE "BATCH".
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-EOF               PIC X.
    01 WS-VALID             PIC X.

*> Selection criteria.
    01 WS-FROM-DATE         PIC 9(8).
    01 WS-THRU-DATE         PIC 9(8).
    01 WS-FROM-FYP          PIC 9(6).
    01 WS-THRU-FYP          PIC 9(6).
    01 WS-METHOD            PIC X.
        88 WS-METHOD-RANDOM     VALUE "R".
        88 WS-METHOD-SYSTEMATIC VALUE "S".
    01 WS-SEED              PIC 9(10).
    01 WS-SOURCES           PIC X(4).
    01 WS-SOURCE-CODES      PIC X(4) VALUE "PCHA".
    01 WS-SOURCE-NAME-VALUES.
        05 FILLER PIC X(20) VALUE "PAYROLL HISTORY".
        05 FILLER PIC X(20) VALUE "CHECK REGISTER".
        05 FILLER PIC X(20) VALUE "EMPLOYEE CHANGES".
        05 FILLER PIC X(20) VALUE "USER MAINTENANCE".
    01 WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAME-VALUES.
        05 WS-SOURCE-NAME OCCURS 4 TIMES PIC X(20).
    01 WS-SOURCE-FLAGS.
        05 WS-SOURCE-ON     PIC X OCCURS 4 TIMES.
    01 WS-LIMIT-ENTRY       PIC 9(9)V99.
    01 WS-LIMIT-COUNT       PIC 9 VALUE ZERO.
    01 WS-BAND-LIMITS.
        05 WS-BAND-LIMIT    PIC 9(9)V99 OCCURS 3 TIMES.
    01 WS-BAND-COUNT        PIC 9.
    01 WS-PER-BAND          PIC 99.

*> The generator: state = state * 16807 modulo 2147483647.
    01 WS-RNG-STATE         PIC 9(10).
    01 WS-RNG-PRODUCT       PIC 9(15).
    01 WS-RNG-QUOT          PIC 9(15).
    01 WS-RNG-LIMIT         PIC 9(7).
    01 WS-RNG-PICK          PIC 9(7).

*> One stratum per source and band: (source - 1) * 4 + band.
    01 WS-STRATA-TABLE.
        05 WS-STRATUM OCCURS 16 TIMES.
            10 WS-STR-POPULATION PIC 9(7).
            10 WS-STR-TAKE       PIC 99.
            10 WS-STR-SEEN       PIC 9(7).
            10 WS-STR-POSITION   PIC 9(7) OCCURS 20 TIMES.
    01 WS-SX                PIC 99.
    01 WS-SRC               PIC 9.
    01 WS-BAND              PIC 9.
    01 WS-PX                PIC 99.
    01 WS-QX                PIC 99.
    01 WS-STEP              PIC 9(7).
    01 WS-DUPLICATE         PIC X.
    01 WS-PASS              PIC 9.

*> The item being looked at by the scans.
    01 WS-ITEM-AMOUNT       PIC 9(9)V99.
    01 WS-ITEM-DATE         PIC 9(8).
    01 WS-ITEM-REF          PIC X(30).
    01 WS-ITEM-EMP          PIC 9(6).
    01 WS-ITEM-OPER         PIC X(8).
    01 WS-ITEM-KEY          PIC X(14).
    01 WS-ITEM-TEXT         PIC X(101).
    01 WS-REC-DATE          PIC 9(8).
    01 WS-REC-FYP           PIC 9(6).
*> Mirror of EMP-SALARY inside the EMPLOYEE-RECORD image kept in
*> HIST-PRIOR-IMAGE; keep in step with EMPREC.
    01 WS-PRIOR-REC.
        05 FILLER           PIC X(80).
        05 WS-P-SALARY      PIC 9(7)V99.
        05 FILLER           PIC X(31).

    01 WS-SAMPLE-COUNT      PIC 9(3) VALUE ZERO.
    01 WS-IX                PIC 9(3).
    01 WS-SAMPLE-TABLE.
        05 WS-SMP-ENTRY OCCURS 320 TIMES.
            10 WS-SMP-SOURCE    PIC 9.
            10 WS-SMP-BAND      PIC 9.
            10 WS-SMP-ORDINAL   PIC 9(7).
            10 WS-SMP-REF       PIC X(30).
            10 WS-SMP-DATE      PIC 9(8).
            10 WS-SMP-AMOUNT    PIC 9(9)V99.
            10 WS-SMP-EMP       PIC 9(6).
            10 WS-SMP-OPER      PIC X(8).
            10 WS-SMP-KEY       PIC X(14).
            10 WS-SMP-TEXT      PIC X(101).
    01 WS-SOURCE-TOTALS.
        05 WS-SOURCE-TOTAL OCCURS 4 TIMES.
            10 WS-SOURCE-POP     PIC 9(7).
            10 WS-SOURCE-SAMPLED PIC 9(3).

*> Supporting detail.
    01 WS-DTL-FY            PIC 9(4).
    01 WS-DTL-PERIOD        PIC 99.
    01 WS-DTL-RUN           PIC 99.
    01 WS-DTL-KEY.
        05 WS-DTL-KEY-FY    PIC 9(4).
        05 WS-DTL-KEY-PER   PIC 99.
        05 WS-DTL-KEY-EMP   PIC 9(6).
        05 WS-DTL-KEY-RUN   PIC 99.
    01 WS-ITEM-MONTH        PIC 9(6).
    01 WS-ASOF-FOUND        PIC X.
    01 WS-ASOF-TS           PIC X(14).
    01 WS-ASOF-IMAGE        PIC X(116).
    01 WS-LAST-TS           PIC X(14).
    01 WS-LAST-ACTION       PIC X.
    01 WS-LAST-OPER         PIC X(8).
    01 WS-LATER-COUNT       PIC 9(5).
    01 WS-CHECK-COUNT       PIC 9(3).
    01 WS-HIRE-TEXT         PIC X(10).
    01 WS-ED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
    01 WS-ED-SIGNED         PIC -ZZ,ZZZ,ZZ9.99.
    01 WS-ED-COUNT          PIC ZZZZZZ9.
    01 WS-ED-LIMIT-1        PIC ZZZ,ZZZ,ZZ9.99.
    01 WS-ED-LIMIT-2        PIC ZZZ,ZZZ,ZZ9.99.
    01 WS-BAND-TEXT         PIC X(34).
    01 WS-RPT-PAGE          PIC 9(4) VALUE ZERO.
    COPY DATESRV.
    COPY PAYDATE.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 RPT-TITLE-TEXT  PIC X(40).
        05 FILLER          PIC X(10) VALUE "Run date: ".
        05 RPT-RUN-DATE    PIC 9(8).
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-TITLE-ITEM  PIC X(16).
        05 FILLER          PIC X(6)  VALUE "Page: ".
        05 RPT-PAGE-NO     PIC ZZZ9.
    01 RPT-STRATUM-HEADING.
        05 FILLER          PIC X(20) VALUE "SOURCE".
        05 FILLER          PIC X(6)  VALUE "BAND".
        05 FILLER          PIC X(36) VALUE "AMOUNT".
        05 FILLER          PIC X(12) VALUE "POPULATION".
        05 FILLER          PIC X(8)  VALUE "SAMPLED".
    01 RPT-STRATUM-LINE.
        05 RPT-STR-SOURCE  PIC X(20).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-STR-BAND    PIC 9.
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-STR-RANGE   PIC X(34).
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-STR-POP     PIC ZZZZZZ9.
        05 FILLER          PIC X(5)  VALUE SPACES.
        05 RPT-STR-TAKE    PIC ZZ9.
    01 RPT-FIELD-LINE.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-FLD-LABEL   PIC X(22).
        05 RPT-FLD-VALUE   PIC X(60).

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO WS-OPERATOR
        END-IF
    END-IF.

    PERFORM GET-CRITERIA.
    IF WS-VALID NOT = "Y"
        GOBACK
    END-IF.

    INITIALIZE WS-STRATA-TABLE.
    INITIALIZE WS-SOURCE-TOTALS.
    MOVE 1 TO WS-PASS.
    PERFORM SCAN-SOURCES.
    PERFORM CHOOSE-POSITIONS.
    MOVE 2 TO WS-PASS.
    PERFORM SCAN-SOURCES.

    OPEN INPUT EMPLOYEE-MASTER.
    OPEN INPUT PAY-HISTORY.
    OPEN INPUT CREDIT-LOG.
    OPEN OUTPUT SAMPLE-FILE.
    OPEN OUTPUT REPORT-FILE.
    MOVE "AUDITOR SAMPLE" TO RRG-REPORT-NAME.
    MOVE "audsample.rpt" TO RRG-FILE-NAME.
    MOVE WS-OPERATOR TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING WS-FROM-DATE "-" WS-THRU-DATE " " WS-METHOD
        " SEED " WS-SEED " " WS-SOURCES
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    PERFORM PRINT-CRITERIA-PAGE.
    PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-SAMPLE-COUNT
        PERFORM PRINT-ITEM-PAGE
        PERFORM WRITE-SAMPLE-RECORD
    END-PERFORM.
    CLOSE REPORT-FILE.
    CLOSE SAMPLE-FILE.
    CLOSE CREDIT-LOG.
    CLOSE PAY-HISTORY.
    CLOSE EMPLOYEE-MASTER.

    PERFORM WRITE-SAMPLE-LOG.
    MOVE WS-SAMPLE-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
    DISPLAY "Audit sample of " WS-SAMPLE-COUNT " item(s), seed "
        WS-SEED ", written to audsample.rpt and audsample.dat; "
        "criteria logged on audsamp.log.".
GOBACK.

*> ----------------------------------------------------------------
*> Criteria. A seed of zero takes one from the clock; the seed used
*> is printed and logged either way.
*> ----------------------------------------------------------------
GET-CRITERIA.
    MOVE "N" TO WS-VALID.
    DISPLAY "==== AUDITOR SAMPLING EXTRACT ====".
    DISPLAY "Period from (YYYYMMDD): " WITH NO ADVANCING.
    ACCEPT WS-FROM-DATE.
    DISPLAY "Period thru (YYYYMMDD): " WITH NO ADVANCING.
    ACCEPT WS-THRU-DATE.
    MOVE "VD" TO DSRV-FUNCTION.
    MOVE WS-FROM-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y"
        DISPLAY "Period from is not a valid date."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-THRU-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y" OR WS-THRU-DATE < WS-FROM-DATE
        DISPLAY "Period thru must be a valid date on or after the "
            "period from."
        EXIT PARAGRAPH
    END-IF.
    MOVE "FP" TO DSRV-FUNCTION.
    MOVE WS-FROM-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    COMPUTE WS-FROM-FYP = DSRV-FISCAL-YEAR * 100 + DSRV-RESULT-NUM.
    MOVE WS-THRU-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    COMPUTE WS-THRU-FYP = DSRV-FISCAL-YEAR * 100 + DSRV-RESULT-NUM.

    DISPLAY "Method - R random, S systematic: " WITH NO ADVANCING.
    ACCEPT WS-METHOD.
    MOVE FUNCTION UPPER-CASE(WS-METHOD) TO WS-METHOD.
    IF NOT WS-METHOD-RANDOM AND NOT WS-METHOD-SYSTEMATIC
        DISPLAY "Method must be R or S."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Seed (0 to take one from the clock): "
        WITH NO ADVANCING.
    ACCEPT WS-SEED.
    IF WS-SEED = ZERO
        MOVE WS-RUN-TIME TO WS-SEED
    END-IF.
    DIVIDE WS-SEED BY 2147483647 GIVING WS-RNG-QUOT
        REMAINDER WS-RNG-STATE.
    IF WS-RNG-STATE = ZERO
        MOVE 1 TO WS-RNG-STATE
    END-IF.
    MOVE WS-RNG-STATE TO WS-SEED.

    DISPLAY "Sources - P payroll, C checks, H master changes, "
        "A user maintenance (blank = all): " WITH NO ADVANCING.
    ACCEPT WS-SOURCES.
    MOVE FUNCTION UPPER-CASE(WS-SOURCES) TO WS-SOURCES.
    IF WS-SOURCES = SPACES
        MOVE WS-SOURCE-CODES TO WS-SOURCES
    END-IF.
    MOVE ALL "N" TO WS-SOURCE-FLAGS.
    PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 4
        PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 4
            IF WS-SOURCES(WS-PX:1) = WS-SOURCE-CODES(WS-SRC:1)
                MOVE "Y" TO WS-SOURCE-ON(WS-SRC)
            END-IF
        END-PERFORM
    END-PERFORM.

    DISPLAY "Amount band limits, lowest first, up to 3 (0 ends; "
        "none for 10,000 / 50,000 / 100,000):".
    MOVE ZERO TO WS-LIMIT-COUNT.
    MOVE 1 TO WS-LIMIT-ENTRY.
    PERFORM UNTIL WS-LIMIT-COUNT >= 3 OR WS-LIMIT-ENTRY = ZERO
        DISPLAY "  Limit: " WITH NO ADVANCING
        ACCEPT WS-LIMIT-ENTRY
        IF WS-LIMIT-ENTRY > ZERO
            IF WS-LIMIT-COUNT > ZERO
                IF WS-LIMIT-ENTRY <= WS-BAND-LIMIT(WS-LIMIT-COUNT)
                    DISPLAY "Band limits must rise."
                    EXIT PARAGRAPH
                END-IF
            END-IF
            ADD 1 TO WS-LIMIT-COUNT
            MOVE WS-LIMIT-ENTRY TO WS-BAND-LIMIT(WS-LIMIT-COUNT)
        END-IF
    END-PERFORM.
    IF WS-LIMIT-COUNT = ZERO
        MOVE 3 TO WS-LIMIT-COUNT
        MOVE 10000 TO WS-BAND-LIMIT(1)
        MOVE 50000 TO WS-BAND-LIMIT(2)
        MOVE 100000 TO WS-BAND-LIMIT(3)
    END-IF.
    COMPUTE WS-BAND-COUNT = WS-LIMIT-COUNT + 1.
    DISPLAY "Items to draw per band (1-20): " WITH NO ADVANCING.
    ACCEPT WS-PER-BAND.
    IF WS-PER-BAND < 1 OR WS-PER-BAND > 20
        DISPLAY "Items per band must be 1 to 20."
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-VALID.

*> ----------------------------------------------------------------
*> The scans. Pass 1 counts each stratum's population; pass 2
*> walks the same records in the same order and keeps the items
*> at the chosen positions.
*> ----------------------------------------------------------------
SCAN-SOURCES.
    IF WS-SOURCE-ON(1) = "Y"
        PERFORM SCAN-PAYROLL
    END-IF.
    IF WS-SOURCE-ON(2) = "Y"
        PERFORM SCAN-CHECKS
    END-IF.
    IF WS-SOURCE-ON(3) = "Y"
        PERFORM SCAN-CHANGES
    END-IF.
    IF WS-SOURCE-ON(4) = "Y"
        PERFORM SCAN-USER-AUDIT
    END-IF.

*> Payroll runs are sampled by fiscal period: every run posted to
*> a period from the one the period-from falls in through the one
*> the period-thru falls in.
SCAN-PAYROLL.
    MOVE 1 TO WS-SRC.
    OPEN INPUT PAY-HISTORY.
    IF WS-PAYHIST-STATUS NOT = "00"
        IF WS-PASS = 1
            DISPLAY "payhist.dat not found - no payroll items."
        END-IF
        EXIT PARAGRAPH
    END-IF.
    COMPUTE PH-FISCAL-YEAR = WS-FROM-FYP / 100.
    COMPUTE PH-PERIOD = WS-FROM-FYP - PH-FISCAL-YEAR * 100.
    MOVE ZERO TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    MOVE "N" TO WS-EOF.
    START PAY-HISTORY KEY IS >= PH-KEY
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START.
    PERFORM UNTIL WS-EOF = "Y"
        READ PAY-HISTORY NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                COMPUTE WS-REC-FYP = PH-FISCAL-YEAR * 100 + PH-PERIOD
                IF WS-REC-FYP > WS-THRU-FYP
                    MOVE "Y" TO WS-EOF
                ELSE
                    MOVE PH-GROSS TO WS-ITEM-AMOUNT
                    PERFORM POST-ITEM
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PAY-HISTORY.

SCAN-CHECKS.
    MOVE 2 TO WS-SRC.
    OPEN INPUT REGISTER-FILE.
    IF WS-REGISTER-STATUS NOT = "00"
        IF WS-PASS = 1
            DISPLAY "chkreg.dat not found - no check items."
        END-IF
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ REGISTER-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CKR-DATE NUMERIC AND CKR-DATE >= WS-FROM-DATE
                        AND CKR-DATE <= WS-THRU-DATE
                    MOVE CKR-AMOUNT TO WS-ITEM-AMOUNT
                    PERFORM POST-ITEM
                END-IF
        END-READ
    END-PERFORM.
    CLOSE REGISTER-FILE.

*> A change is banded on the salary the record carried before it;
*> an add has no prior record and falls in the lowest band.
SCAN-CHANGES.
    MOVE 3 TO WS-SRC.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        IF WS-PASS = 1
            DISPLAY "emphist.dat not found - no master changes."
        END-IF
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ HISTORY-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF HIST-TIMESTAMP(1:8) IS NUMERIC
                    MOVE HIST-TIMESTAMP(1:8) TO WS-REC-DATE
                    IF WS-REC-DATE >= WS-FROM-DATE
                            AND WS-REC-DATE <= WS-THRU-DATE
                        MOVE HIST-PRIOR-IMAGE(1:120) TO WS-PRIOR-REC
                        MOVE ZERO TO WS-ITEM-AMOUNT
                        IF WS-P-SALARY NUMERIC
                            MOVE WS-P-SALARY TO WS-ITEM-AMOUNT
                        END-IF
                        PERFORM POST-ITEM
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.

SCAN-USER-AUDIT.
    MOVE 4 TO WS-SRC.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = "00"
        IF WS-PASS = 1
            DISPLAY "audit.dat not found - no user maintenance items."
        END-IF
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL WS-EOF = "Y"
        READ AUDIT-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF AUDIT-TIMESTAMP(1:8) IS NUMERIC
                    MOVE AUDIT-TIMESTAMP(1:8) TO WS-REC-DATE
                    IF WS-REC-DATE >= WS-FROM-DATE
                            AND WS-REC-DATE <= WS-THRU-DATE
                        MOVE ZERO TO WS-ITEM-AMOUNT
                        PERFORM POST-ITEM
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AUDIT-FILE.

POST-ITEM.
    MOVE 1 TO WS-BAND.
    PERFORM UNTIL WS-BAND > WS-LIMIT-COUNT
        IF WS-ITEM-AMOUNT < WS-BAND-LIMIT(WS-BAND)
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-BAND
    END-PERFORM.
    COMPUTE WS-SX = (WS-SRC - 1) * 4 + WS-BAND.
    IF WS-PASS = 1
        ADD 1 TO WS-STR-POPULATION(WS-SX)
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-STR-SEEN(WS-SX).
    PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-STR-TAKE(WS-SX)
        IF WS-STR-POSITION(WS-SX, WS-PX) = WS-STR-SEEN(WS-SX)
            PERFORM KEEP-ITEM
            EXIT PERFORM
        END-IF
    END-PERFORM.

KEEP-ITEM.
    IF WS-SAMPLE-COUNT >= 320
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-ITEM-REF WS-ITEM-OPER WS-ITEM-KEY WS-ITEM-TEXT.
    MOVE ZERO TO WS-ITEM-EMP WS-ITEM-DATE.
    EVALUATE WS-SRC
        WHEN 1
            STRING "FY" PH-FISCAL-YEAR " PERIOD " PH-PERIOD
                " RUN " PH-RUN-NO
                DELIMITED BY SIZE INTO WS-ITEM-REF
            MOVE PH-KEY TO WS-ITEM-KEY
            MOVE PH-EMP-ID TO WS-ITEM-EMP
            MOVE PH-RUN-OPERATOR TO WS-ITEM-OPER
            PERFORM SET-PERIOD-PAY-DATE
        WHEN 2
            STRING "CHECK " CKR-NUMBER " STATUS " CKR-STATUS
                DELIMITED BY SIZE INTO WS-ITEM-REF
            MOVE CKR-DATE TO WS-ITEM-DATE
            IF CKR-EMP-ID NUMERIC
                MOVE CKR-EMP-ID TO WS-ITEM-EMP
            END-IF
            MOVE CKR-PAYEE TO WS-ITEM-TEXT
        WHEN 3
            STRING "CHANGE " HIST-ACTION " " HIST-TIMESTAMP
                DELIMITED BY SIZE INTO WS-ITEM-REF
            MOVE HIST-TIMESTAMP TO WS-ITEM-KEY
            MOVE WS-REC-DATE TO WS-ITEM-DATE
            MOVE HIST-EMP-ID TO WS-ITEM-EMP
            MOVE HIST-OPERATOR TO WS-ITEM-OPER
        WHEN 4
            STRING "USER " AUDIT-USER-ID " OPTION " AUDIT-MENU-OPTION
                DELIMITED BY SIZE INTO WS-ITEM-REF
            MOVE AUDIT-TIMESTAMP(1:14) TO WS-ITEM-KEY
            MOVE WS-REC-DATE TO WS-ITEM-DATE
            MOVE AUDIT-OPERATOR TO WS-ITEM-OPER
            STRING AUDIT-NAME-BEFORE " " AUDIT-NAME-AFTER
                DELIMITED BY SIZE INTO WS-ITEM-TEXT
    END-EVALUATE.
    ADD 1 TO WS-SAMPLE-COUNT.
    MOVE WS-SRC TO WS-SMP-SOURCE(WS-SAMPLE-COUNT).
    MOVE WS-BAND TO WS-SMP-BAND(WS-SAMPLE-COUNT).
    MOVE WS-STR-SEEN(WS-SX) TO WS-SMP-ORDINAL(WS-SAMPLE-COUNT).
    MOVE WS-ITEM-REF TO WS-SMP-REF(WS-SAMPLE-COUNT).
    MOVE WS-ITEM-DATE TO WS-SMP-DATE(WS-SAMPLE-COUNT).
    MOVE WS-ITEM-AMOUNT TO WS-SMP-AMOUNT(WS-SAMPLE-COUNT).
    MOVE WS-ITEM-EMP TO WS-SMP-EMP(WS-SAMPLE-COUNT).
    MOVE WS-ITEM-OPER TO WS-SMP-OPER(WS-SAMPLE-COUNT).
    MOVE WS-ITEM-KEY TO WS-SMP-KEY(WS-SAMPLE-COUNT).
    MOVE WS-ITEM-TEXT TO WS-SMP-TEXT(WS-SAMPLE-COUNT).
    ADD 1 TO WS-SOURCE-SAMPLED(WS-SRC).

*> A payroll run is dated by its pay date on the payroll calendar,
*> or the last business day of the period's month without one
*> (periods 13 and 14 fall back to the period-thru).
SET-PERIOD-PAY-DATE.
    SET PDT-BY-PERIOD TO TRUE.
    MOVE PH-FISCAL-YEAR TO PDT-FISCAL-YEAR.
    MOVE PH-PERIOD TO PDT-PERIOD.
    CALL "PAYDATE" USING PAY-DATE-AREA.
    IF PDT-FOUND = "Y"
        MOVE PDT-PAY-DATE TO WS-ITEM-DATE
        EXIT PARAGRAPH
    END-IF.
    IF PH-PERIOD < 1 OR PH-PERIOD > 12
        MOVE WS-THRU-DATE TO WS-ITEM-DATE
        EXIT PARAGRAPH
    END-IF.
    IF PH-PERIOD <= 9
        COMPUTE DSRV-DATE-A = (PH-FISCAL-YEAR - 1) * 10000
            + (PH-PERIOD + 3) * 100 + 1
    ELSE
        COMPUTE DSRV-DATE-A = PH-FISCAL-YEAR * 10000
            + (PH-PERIOD - 9) * 100 + 1
    END-IF.
    MOVE "LB" TO DSRV-FUNCTION.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-RESULT-DATE TO WS-ITEM-DATE.

*> ----------------------------------------------------------------
*> Positions to draw in each stratum: all of a stratum no larger
*> than the draw; otherwise distinct random positions, or every
*> k-th item from a random start within the first k.
*> ----------------------------------------------------------------
CHOOSE-POSITIONS.
    MOVE WS-SEED TO WS-RNG-STATE.
    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 16
        PERFORM CHOOSE-STRATUM-POSITIONS
    END-PERFORM.

CHOOSE-STRATUM-POSITIONS.
    COMPUTE WS-SRC = (WS-SX - 1) / 4 + 1.
    ADD WS-STR-POPULATION(WS-SX) TO WS-SOURCE-POP(WS-SRC).
    IF WS-STR-POPULATION(WS-SX) = ZERO
        EXIT PARAGRAPH
    END-IF.
    IF WS-STR-POPULATION(WS-SX) <= WS-PER-BAND
        MOVE WS-STR-POPULATION(WS-SX) TO WS-STR-TAKE(WS-SX)
        PERFORM VARYING WS-PX FROM 1 BY 1
                UNTIL WS-PX > WS-STR-TAKE(WS-SX)
            MOVE WS-PX TO WS-STR-POSITION(WS-SX, WS-PX)
        END-PERFORM
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-PER-BAND TO WS-STR-TAKE(WS-SX).
    IF WS-METHOD-SYSTEMATIC
        DIVIDE WS-STR-POPULATION(WS-SX) BY WS-PER-BAND
            GIVING WS-STEP
        MOVE WS-STEP TO WS-RNG-LIMIT
        PERFORM RANDOM-IN-RANGE
        PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PER-BAND
            COMPUTE WS-STR-POSITION(WS-SX, WS-PX) =
                WS-RNG-PICK + (WS-PX - 1) * WS-STEP
        END-PERFORM
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-STR-POPULATION(WS-SX) TO WS-RNG-LIMIT.
    MOVE 1 TO WS-PX.
    PERFORM UNTIL WS-PX > WS-PER-BAND
        PERFORM RANDOM-IN-RANGE
        MOVE "N" TO WS-DUPLICATE
        PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX >= WS-PX
            IF WS-STR-POSITION(WS-SX, WS-QX) = WS-RNG-PICK
                MOVE "Y" TO WS-DUPLICATE
            END-IF
        END-PERFORM
        IF WS-DUPLICATE = "N"
            MOVE WS-RNG-PICK TO WS-STR-POSITION(WS-SX, WS-PX)
            ADD 1 TO WS-PX
        END-IF
    END-PERFORM.

*> WS-RNG-PICK from 1 through WS-RNG-LIMIT.
RANDOM-IN-RANGE.
    COMPUTE WS-RNG-PRODUCT = WS-RNG-STATE * 16807.
    DIVIDE WS-RNG-PRODUCT BY 2147483647 GIVING WS-RNG-QUOT
        REMAINDER WS-RNG-STATE.
    DIVIDE WS-RNG-STATE BY WS-RNG-LIMIT GIVING WS-RNG-QUOT
        REMAINDER WS-RNG-PICK.
    ADD 1 TO WS-RNG-PICK.

*> ----------------------------------------------------------------
*> The report: the criteria and strata first, then one page per
*> item.
*> ----------------------------------------------------------------
PRINT-CRITERIA-PAGE.
    MOVE "AUDITOR SAMPLING EXTRACT" TO RPT-TITLE-TEXT.
    MOVE SPACES TO RPT-TITLE-ITEM.
    PERFORM WRITE-PAGE-HEADER.
    MOVE "Period" TO RPT-FLD-LABEL.
    MOVE SPACES TO RPT-FLD-VALUE.
    STRING WS-FROM-DATE " THRU " WS-THRU-DATE "  (PAYROLL FY"
        WS-FROM-FYP(1:4) " P" WS-FROM-FYP(5:2) " - FY"
        WS-THRU-FYP(1:4) " P" WS-THRU-FYP(5:2) ")"
        DELIMITED BY SIZE INTO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Method" TO RPT-FLD-LABEL.
    IF WS-METHOD-RANDOM
        MOVE "R - RANDOM, DISTINCT POSITIONS" TO RPT-FLD-VALUE
    ELSE
        MOVE "S - SYSTEMATIC, EVERY K-TH FROM A RANDOM START"
            TO RPT-FLD-VALUE
    END-IF.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Seed" TO RPT-FLD-LABEL.
    MOVE SPACES TO RPT-FLD-VALUE.
    STRING WS-SEED "  (STATE * 16807 MOD 2147483647)"
        DELIMITED BY SIZE INTO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Sources" TO RPT-FLD-LABEL.
    MOVE WS-SOURCES TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Items per band" TO RPT-FLD-LABEL.
    MOVE WS-PER-BAND TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Run by" TO RPT-FLD-LABEL.
    MOVE SPACES TO RPT-FLD-VALUE.
    STRING WS-OPERATOR " AT " WS-RUN-DATE " " WS-RUN-TIME(1:6)
        DELIMITED BY SIZE INTO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-STRATUM-HEADING.
    PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 4
        IF WS-SOURCE-ON(WS-SRC) = "Y"
            PERFORM VARYING WS-BAND FROM 1 BY 1
                    UNTIL WS-BAND > WS-BAND-COUNT
                PERFORM WRITE-STRATUM-LINE
            END-PERFORM
        END-IF
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "Items sampled: " WS-SAMPLE-COUNT ". The same period, "
        "method, seed, sources and bands draw the same items again."
        DELIMITED BY SIZE INTO REPORT-LINE.
    WRITE REPORT-LINE.

WRITE-STRATUM-LINE.
    COMPUTE WS-SX = (WS-SRC - 1) * 4 + WS-BAND.
    MOVE WS-SOURCE-NAME(WS-SRC) TO RPT-STR-SOURCE.
    MOVE WS-BAND TO RPT-STR-BAND.
    PERFORM SET-BAND-TEXT.
    MOVE WS-BAND-TEXT TO RPT-STR-RANGE.
    IF WS-SRC = 4
        MOVE "NO AMOUNT - ALL IN BAND 1" TO RPT-STR-RANGE
        MOVE WS-BAND-COUNT TO WS-BAND
    END-IF.
    MOVE WS-STR-POPULATION(WS-SX) TO RPT-STR-POP.
    MOVE WS-STR-TAKE(WS-SX) TO RPT-STR-TAKE.
    WRITE REPORT-LINE FROM RPT-STRATUM-LINE.

SET-BAND-TEXT.
    MOVE SPACES TO WS-BAND-TEXT.
    EVALUATE TRUE
        WHEN WS-BAND = 1
            MOVE WS-BAND-LIMIT(1) TO WS-ED-LIMIT-1
            STRING "UNDER " FUNCTION TRIM(WS-ED-LIMIT-1)
                DELIMITED BY SIZE INTO WS-BAND-TEXT
        WHEN WS-BAND > WS-LIMIT-COUNT
            MOVE WS-BAND-LIMIT(WS-LIMIT-COUNT) TO WS-ED-LIMIT-1
            STRING FUNCTION TRIM(WS-ED-LIMIT-1) " AND OVER"
                DELIMITED BY SIZE INTO WS-BAND-TEXT
        WHEN OTHER
            MOVE WS-BAND-LIMIT(WS-BAND - 1) TO WS-ED-LIMIT-1
            MOVE WS-BAND-LIMIT(WS-BAND) TO WS-ED-LIMIT-2
            STRING FUNCTION TRIM(WS-ED-LIMIT-1) " TO UNDER "
                FUNCTION TRIM(WS-ED-LIMIT-2)
                DELIMITED BY SIZE INTO WS-BAND-TEXT
    END-EVALUATE.

PRINT-ITEM-PAGE.
    MOVE "AUDITOR SAMPLE - SUPPORTING DETAIL" TO RPT-TITLE-TEXT.
    MOVE SPACES TO RPT-TITLE-ITEM.
    STRING "Item " WS-IX " of " WS-SAMPLE-COUNT
        DELIMITED BY SIZE INTO RPT-TITLE-ITEM.
    PERFORM WRITE-PAGE-HEADER.
    MOVE WS-SMP-SOURCE(WS-IX) TO WS-SRC.
    MOVE WS-SMP-BAND(WS-IX) TO WS-BAND.
    COMPUTE WS-SX = (WS-SRC - 1) * 4 + WS-BAND.

    MOVE "SAMPLED ITEM" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Source" TO RPT-FLD-LABEL.
    MOVE SPACES TO RPT-FLD-VALUE.
    STRING FUNCTION TRIM(WS-SOURCE-NAME(WS-SRC)) " ("
        WS-SOURCE-CODES(WS-SRC:1) ")"
        DELIMITED BY SIZE INTO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Reference" TO RPT-FLD-LABEL.
    MOVE WS-SMP-REF(WS-IX) TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Date" TO RPT-FLD-LABEL.
    MOVE WS-SMP-DATE(WS-IX) TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    IF WS-SRC NOT = 4
        MOVE "Amount" TO RPT-FLD-LABEL
        MOVE WS-SMP-AMOUNT(WS-IX) TO WS-ED-AMOUNT
        MOVE WS-ED-AMOUNT TO RPT-FLD-VALUE
        WRITE REPORT-LINE FROM RPT-FIELD-LINE
    END-IF.
    MOVE "Stratum" TO RPT-FLD-LABEL.
    PERFORM SET-BAND-TEXT.
    IF WS-SRC = 4
        MOVE "NO AMOUNT" TO WS-BAND-TEXT
    END-IF.
    MOVE WS-SMP-ORDINAL(WS-IX) TO WS-ED-COUNT.
    MOVE SPACES TO RPT-FLD-VALUE.
    STRING "BAND " WS-BAND " (" FUNCTION TRIM(WS-BAND-TEXT)
        ") ITEM " FUNCTION TRIM(WS-ED-COUNT)
        DELIMITED BY SIZE INTO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE WS-STR-POPULATION(WS-SX) TO WS-ED-COUNT.
    MOVE "Band population" TO RPT-FLD-LABEL.
    MOVE WS-ED-COUNT TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.

    IF WS-SRC = 4
        PERFORM PRINT-USER-AUDIT-DETAIL
        EXIT PARAGRAPH
    END-IF.
    IF WS-SRC = 2
        MOVE "Payee" TO RPT-FLD-LABEL
        MOVE WS-SMP-TEXT(WS-IX) TO RPT-FLD-VALUE
        WRITE REPORT-LINE FROM RPT-FIELD-LINE
    END-IF.
    IF WS-SMP-EMP(WS-IX) = ZERO
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "Not paid to an employee - no employee detail applies."
            TO REPORT-LINE
        WRITE REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-ITEM-MONTH = WS-SMP-DATE(WS-IX) / 100.
    PERFORM PRINT-EMPLOYEE-AS-OF.
    PERFORM PRINT-DEDUCTIONS.
    PERFORM PRINT-PAYMENTS.
    PERFORM PRINT-CHANGED-BY.

*> The record as it stood on the item's date is the prior image
*> of the first change after that date; with no later change it is
*> the master as it stands now.
PRINT-EMPLOYEE-AS-OF.
    MOVE "N" TO WS-ASOF-FOUND.
    MOVE HIGH-VALUES TO WS-ASOF-TS.
    MOVE SPACES TO WS-LAST-TS WS-LAST-OPER WS-LAST-ACTION.
    MOVE ZERO TO WS-LATER-COUNT.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS = "00"
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF HIST-EMP-ID = WS-SMP-EMP(WS-IX)
                        PERFORM NOTE-ONE-CHANGE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HISTORY-FILE
    END-IF.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "EMPLOYEE RECORD AS OF " WS-SMP-DATE(WS-IX)
        DELIMITED BY SIZE INTO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-ASOF-FOUND = "Y"
        IF WS-ASOF-IMAGE = SPACES
            MOVE "  Not yet on the master on that date - added "
                TO REPORT-LINE
            MOVE WS-ASOF-TS TO REPORT-LINE(46:14)
            WRITE REPORT-LINE
            EXIT PARAGRAPH
        END-IF
        MOVE WS-ASOF-IMAGE TO EMPLOYEE-RECORD
        MOVE "Taken from" TO RPT-FLD-LABEL
        MOVE SPACES TO RPT-FLD-VALUE
        STRING "EMPHIST IMAGE BEFORE THE CHANGE OF " WS-ASOF-TS
            DELIMITED BY SIZE INTO RPT-FLD-VALUE
        WRITE REPORT-LINE FROM RPT-FIELD-LINE
    ELSE
        MOVE WS-SMP-EMP(WS-IX) TO EMP-ID
        READ EMPLOYEE-MASTER
            INVALID KEY
                MOVE "  Not on the master and no history to roll back."
                    TO REPORT-LINE
                WRITE REPORT-LINE
                EXIT PARAGRAPH
        END-READ
        MOVE "Taken from" TO RPT-FLD-LABEL
        MOVE "EMPLOYEE MASTER - NO CHANGE SINCE" TO RPT-FLD-VALUE
        WRITE REPORT-LINE FROM RPT-FIELD-LINE
    END-IF.
    MOVE "Employee" TO RPT-FLD-LABEL.
    MOVE SPACES TO RPT-FLD-VALUE.
    STRING EMP-ID " " FUNCTION TRIM(EMP-SURNAME) ", "
        FUNCTION TRIM(EMP-NAME)
        DELIMITED BY SIZE INTO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Branch / department" TO RPT-FLD-LABEL.
    MOVE SPACES TO RPT-FLD-VALUE.
    STRING EMP-LOCATION " / " EMP-DEPT
        DELIMITED BY SIZE INTO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Grade / salary" TO RPT-FLD-LABEL.
    MOVE ZERO TO WS-ED-AMOUNT.
    IF EMP-SALARY NUMERIC
        MOVE EMP-SALARY TO WS-ED-AMOUNT
    END-IF.
    MOVE SPACES TO RPT-FLD-VALUE.
    STRING EMP-GRADE " / " FUNCTION TRIM(WS-ED-AMOUNT)
        DELIMITED BY SIZE INTO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Hired / status" TO RPT-FLD-LABEL.
    MOVE SPACES TO WS-HIRE-TEXT.
    STRING EMP-HIRE-YY EMP-HIRE-MM EMP-HIRE-DD
        DELIMITED BY SIZE INTO WS-HIRE-TEXT.
    MOVE SPACES TO RPT-FLD-VALUE.
    EVALUATE TRUE
        WHEN EMP-SEPARATED
            STRING WS-HIRE-TEXT " / SEPARATED " EMP-SEP-DATE " "
                EMP-SEP-REASON
                DELIMITED BY SIZE INTO RPT-FLD-VALUE
        WHEN EMP-ON-LEAVE
            STRING WS-HIRE-TEXT " / ON LEAVE"
                DELIMITED BY SIZE INTO RPT-FLD-VALUE
        WHEN OTHER
            STRING WS-HIRE-TEXT " / ACTIVE"
                DELIMITED BY SIZE INTO RPT-FLD-VALUE
    END-EVALUATE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.

*> Keeps the earliest change after the item's date (its image is
*> the record on that date), the latest change on or before it
*> (who last touched the record), and how many came after.
NOTE-ONE-CHANGE.
    IF HIST-TIMESTAMP(1:8) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    MOVE HIST-TIMESTAMP(1:8) TO WS-REC-DATE.
    IF WS-REC-DATE > WS-SMP-DATE(WS-IX)
        ADD 1 TO WS-LATER-COUNT
        IF HIST-TIMESTAMP < WS-ASOF-TS
            MOVE "Y" TO WS-ASOF-FOUND
            MOVE HIST-TIMESTAMP TO WS-ASOF-TS
            MOVE HIST-PRIOR-IMAGE(1:116) TO WS-ASOF-IMAGE
        END-IF
    ELSE
        IF HIST-TIMESTAMP >= WS-LAST-TS
            MOVE HIST-TIMESTAMP TO WS-LAST-TS
            MOVE HIST-ACTION TO WS-LAST-ACTION
            MOVE HIST-OPERATOR TO WS-LAST-OPER
        END-IF
    END-IF.

*> The payroll run of the item, or the regular run of the period
*> the item's date falls in.
PRINT-DEDUCTIONS.
    IF WS-SRC = 1
        MOVE WS-SMP-KEY(WS-IX) TO WS-DTL-KEY
    ELSE
        MOVE "FP" TO DSRV-FUNCTION
        MOVE WS-SMP-DATE(WS-IX) TO DSRV-DATE-A
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
        MOVE DSRV-FISCAL-YEAR TO WS-DTL-KEY-FY
        MOVE DSRV-RESULT-NUM TO WS-DTL-KEY-PER
        MOVE WS-SMP-EMP(WS-IX) TO WS-DTL-KEY-EMP
        MOVE ZERO TO WS-DTL-KEY-RUN
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "COMPUTED PAY AND DEDUCTIONS - FY" WS-DTL-KEY-FY
        " PERIOD " WS-DTL-KEY-PER " RUN " WS-DTL-KEY-RUN
        DELIMITED BY SIZE INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-DTL-KEY TO PH-KEY.
    READ PAY-HISTORY
        INVALID KEY
            MOVE "  No payroll history for the employee in that period."
                TO REPORT-LINE
            WRITE REPORT-LINE
            EXIT PARAGRAPH
    END-READ.
    MOVE "Gross (incl. earnings)" TO RPT-FLD-LABEL.
    MOVE PH-GROSS TO WS-ED-AMOUNT.
    MOVE WS-ED-AMOUNT TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "SSS" TO RPT-FLD-LABEL.
    MOVE PH-SSS TO WS-ED-AMOUNT.
    MOVE WS-ED-AMOUNT TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "PhilHealth" TO RPT-FLD-LABEL.
    MOVE PH-PHILHEALTH TO WS-ED-AMOUNT.
    MOVE WS-ED-AMOUNT TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Pag-IBIG" TO RPT-FLD-LABEL.
    MOVE PH-PAGIBIG TO WS-ED-AMOUNT.
    MOVE WS-ED-AMOUNT TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Withholding tax" TO RPT-FLD-LABEL.
    MOVE PH-TAX TO WS-ED-AMOUNT.
    MOVE WS-ED-AMOUNT TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Year-end tax adjust." TO RPT-FLD-LABEL.
    MOVE PH-TAX-ADJ TO WS-ED-SIGNED.
    MOVE WS-ED-SIGNED TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Loans and advances" TO RPT-FLD-LABEL.
    MOVE PH-LOAN-DEDUCT TO WS-ED-AMOUNT.
    MOVE WS-ED-AMOUNT TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "HMO premium share" TO RPT-FLD-LABEL.
    MOVE ZERO TO WS-ED-AMOUNT.
    IF PH-HMO-DEDUCT NUMERIC
        MOVE PH-HMO-DEDUCT TO WS-ED-AMOUNT
    END-IF.
    MOVE WS-ED-AMOUNT TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Net pay" TO RPT-FLD-LABEL.
    MOVE PH-NET TO WS-ED-SIGNED.
    MOVE WS-ED-SIGNED TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Employer SSS/PH/HDMF" TO RPT-FLD-LABEL.
    MOVE SPACES TO RPT-FLD-VALUE.
    MOVE PH-ER-SSS TO WS-ED-AMOUNT.
    STRING FUNCTION TRIM(WS-ED-AMOUNT) " / "
        DELIMITED BY SIZE INTO RPT-FLD-VALUE.
    MOVE PH-ER-PHILHEALTH TO WS-ED-AMOUNT.
    STRING FUNCTION TRIM(RPT-FLD-VALUE) " "
        FUNCTION TRIM(WS-ED-AMOUNT) " / "
        DELIMITED BY SIZE INTO RPT-FLD-VALUE.
    MOVE PH-ER-PAGIBIG TO WS-ED-AMOUNT.
    STRING FUNCTION TRIM(RPT-FLD-VALUE) " "
        FUNCTION TRIM(WS-ED-AMOUNT)
        DELIMITED BY SIZE INTO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    IF NOT PH-REGULAR-RUN
        MOVE "Run type / reason" TO RPT-FLD-LABEL
        MOVE SPACES TO RPT-FLD-VALUE
        STRING PH-RUN-TYPE " " PH-RUN-REASON " BY " PH-RUN-OPERATOR
            " ON " PH-RUN-DATE
            DELIMITED BY SIZE INTO RPT-FLD-VALUE
        WRITE REPORT-LINE FROM RPT-FIELD-LINE
    END-IF.

*> The bank credit the disbursement run sent for that run, and the
*> checks drawn to the employee in the item's month.
PRINT-PAYMENTS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "PAYMENT" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-DTL-KEY TO CRL-KEY.
    READ CREDIT-LOG
        INVALID KEY
            MOVE "Bank credit" TO RPT-FLD-LABEL
            MOVE "NONE SENT FOR THIS RUN" TO RPT-FLD-VALUE
            WRITE REPORT-LINE FROM RPT-FIELD-LINE
            END-WRITE
        NOT INVALID KEY
            MOVE "Bank credit" TO RPT-FLD-LABEL
            MOVE CRL-AMOUNT TO WS-ED-AMOUNT
            MOVE SPACES TO RPT-FLD-VALUE
            STRING FUNCTION TRIM(WS-ED-AMOUNT) " TO " CRL-BANK-CODE
                " " CRL-ACCOUNT " SENT " CRL-SENT-DATE
                DELIMITED BY SIZE INTO RPT-FLD-VALUE
            WRITE REPORT-LINE FROM RPT-FIELD-LINE
            IF CRL-RETURNED
                MOVE "Returned" TO RPT-FLD-LABEL
                MOVE SPACES TO RPT-FLD-VALUE
                STRING CRL-RETURN-DATE " " CRL-REASON
                    DELIMITED BY SIZE INTO RPT-FLD-VALUE
                WRITE REPORT-LINE FROM RPT-FIELD-LINE
            END-IF
    END-READ.
    MOVE ZERO TO WS-CHECK-COUNT.
    OPEN INPUT REGISTER-FILE.
    IF WS-REGISTER-STATUS = "00"
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ REGISTER-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    PERFORM NOTE-ONE-CHECK
            END-READ
        END-PERFORM
        CLOSE REGISTER-FILE
    END-IF.
    IF WS-CHECK-COUNT = ZERO
        MOVE "Checks in the month" TO RPT-FLD-LABEL
        MOVE "NONE" TO RPT-FLD-VALUE
        WRITE REPORT-LINE FROM RPT-FIELD-LINE
    END-IF.

NOTE-ONE-CHECK.
    IF CKR-EMP-ID NOT NUMERIC OR CKR-DATE NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    IF CKR-EMP-ID NOT = WS-SMP-EMP(WS-IX)
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-REC-FYP = CKR-DATE / 100.
    IF WS-REC-FYP NOT = WS-ITEM-MONTH
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-CHECK-COUNT.
    IF WS-CHECK-COUNT > 5
        EXIT PARAGRAPH
    END-IF.
    MOVE "Check" TO RPT-FLD-LABEL.
    MOVE CKR-AMOUNT TO WS-ED-AMOUNT.
    MOVE SPACES TO RPT-FLD-VALUE.
    STRING CKR-NUMBER " DATED " CKR-DATE " "
        FUNCTION TRIM(WS-ED-AMOUNT) " STATUS " CKR-STATUS
        DELIMITED BY SIZE INTO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.

PRINT-CHANGED-BY.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "CHANGES TO THE RECORD" TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-SRC = 3 OR (WS-SRC = 1 AND WS-SMP-OPER(WS-IX) NOT = SPACES)
        MOVE "Item keyed by" TO RPT-FLD-LABEL
        MOVE WS-SMP-OPER(WS-IX) TO RPT-FLD-VALUE
        WRITE REPORT-LINE FROM RPT-FIELD-LINE
    END-IF.
    MOVE "Last change on/before" TO RPT-FLD-LABEL.
    MOVE SPACES TO RPT-FLD-VALUE.
    IF WS-LAST-TS = SPACES
        MOVE "NONE ON EMPHIST" TO RPT-FLD-VALUE
    ELSE
        STRING WS-LAST-TS " ACTION " WS-LAST-ACTION " BY "
            WS-LAST-OPER
            DELIMITED BY SIZE INTO RPT-FLD-VALUE
    END-IF.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Changes since" TO RPT-FLD-LABEL.
    MOVE WS-LATER-COUNT TO WS-ED-COUNT.
    MOVE FUNCTION TRIM(WS-ED-COUNT) TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.

PRINT-USER-AUDIT-DETAIL.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "USER MAINTENANCE ENTRY" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Logged at" TO RPT-FLD-LABEL.
    MOVE WS-SMP-KEY(WS-IX) TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Name before" TO RPT-FLD-LABEL.
    MOVE WS-SMP-TEXT(WS-IX)(1:50) TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Name after" TO RPT-FLD-LABEL.
    MOVE WS-SMP-TEXT(WS-IX)(52:50) TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.
    MOVE "Changed by" TO RPT-FLD-LABEL.
    MOVE WS-SMP-OPER(WS-IX) TO RPT-FLD-VALUE.
    WRITE REPORT-LINE FROM RPT-FIELD-LINE.

WRITE-PAGE-HEADER.
    ADD 1 TO WS-RPT-PAGE.
    MOVE WS-RPT-PAGE TO RPT-PAGE-NO.
    IF WS-RPT-PAGE > 1
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

WRITE-SAMPLE-RECORD.
    MOVE WS-IX TO AUS-ITEM-NO.
    MOVE WS-SOURCE-CODES(WS-SMP-SOURCE(WS-IX):1) TO AUS-SOURCE.
    MOVE WS-SMP-BAND(WS-IX) TO AUS-BAND.
    MOVE WS-SMP-ORDINAL(WS-IX) TO AUS-ORDINAL.
    COMPUTE WS-SX = (WS-SMP-SOURCE(WS-IX) - 1) * 4
        + WS-SMP-BAND(WS-IX).
    MOVE WS-STR-POPULATION(WS-SX) TO AUS-POPULATION.
    MOVE WS-SMP-REF(WS-IX) TO AUS-REFERENCE.
    MOVE WS-SMP-DATE(WS-IX) TO AUS-DATE.
    MOVE WS-SMP-AMOUNT(WS-IX) TO AUS-AMOUNT.
    MOVE WS-SMP-EMP(WS-IX) TO AUS-EMP-ID.
    MOVE WS-SMP-OPER(WS-IX) TO AUS-OPERATOR.
    WRITE AUDIT-SAMPLE-RECORD.

WRITE-SAMPLE-LOG.
    OPEN EXTEND SAMPLE-LOG.
    IF WS-LOG-STATUS = "35"
        OPEN OUTPUT SAMPLE-LOG
    END-IF.
    MOVE SPACES TO AUDIT-SAMPLE-LOG-RECORD.
    STRING WS-RUN-DATE WS-RUN-TIME(1:6)
        DELIMITED BY SIZE INTO ASL-RUN-TIMESTAMP.
    MOVE WS-OPERATOR TO ASL-OPERATOR.
    MOVE WS-FROM-DATE TO ASL-FROM-DATE.
    MOVE WS-THRU-DATE TO ASL-THRU-DATE.
    MOVE WS-METHOD TO ASL-METHOD.
    MOVE WS-SEED TO ASL-SEED.
    MOVE WS-SOURCES TO ASL-SOURCES.
    PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
        MOVE ZERO TO ASL-BAND-LIMIT(WS-PX)
        IF WS-PX <= WS-LIMIT-COUNT
            MOVE WS-BAND-LIMIT(WS-PX) TO ASL-BAND-LIMIT(WS-PX)
        END-IF
    END-PERFORM.
    MOVE WS-PER-BAND TO ASL-PER-BAND.
    PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 4
        MOVE WS-SOURCE-POP(WS-SRC) TO ASL-POPULATION(WS-SRC)
        MOVE WS-SOURCE-SAMPLED(WS-SRC) TO ASL-SAMPLED(WS-SRC)
    END-PERFORM.
    WRITE AUDIT-SAMPLE-LOG-RECORD.
    CLOSE SAMPLE-LOG.
