*>              effective date - the same hold discipline as
*>              WS-EMP-TRANSFER - and applies the due ones with
*>              before-images to emphist.dat. The change register
*>              for finance goes to salrev.rpt in both modes. A
*>              parameter effective inside a period already closed
*>              still applies: the closed periods themselves are
*>              never touched, the history carries the effective
*>              date and WS-RETRO-PAY pays the difference for them
*>              in the current open period. The review can run
*>              instead on the merit matrix meritmx.dat: the grade
*>              parameter still selects the grade and its effective
*>              date, but each person's percentage is the matrix
*>              cell for their rating on appraisal.dat for the
*>              review year keyed at the console and the quartile
*>              of the grade range their salary sits in. Anyone
*>              without an appraisal or with no matrix cell gets no
*>              increase and is flagged; the register shows the
*>              rating, quartile and percentage behind each amount.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-SALARY-REVIEW.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT MERIT-FILE ASSIGN TO "meritmx.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MERIT-STATUS.

        SELECT APPRAISAL-FILE ASSIGN TO "appraisal.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS APR-KEY
            FILE STATUS IS WS-APPR-STATUS.

        SELECT REPORT-FILE ASSIGN TO "salrev.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
    FD HISTORY-FILE.
    COPY EMPHIST.

    FD MERIT-FILE.
    COPY MERITMX.

    FD APPRAISAL-FILE.
    COPY APPRREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(120).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-GRADE-STATUS      PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-MERIT-STATUS      PIC XX.
    01 WS-APPR-STATUS       PIC XX.
    01 WS-APPR-OPEN         PIC X VALUE "N".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-MODE              PIC X.
    01 WS-BASIS             PIC X VALUE "G".
        88 WS-GRADE-BASIS       VALUE "G".
        88 WS-MERIT-BASIS       VALUE "M".
    01 WS-REVIEW-YEAR       PIC 9(4) VALUE ZERO.
    01 WS-PCT-USED          PIC 9(3)V99.
    01 WS-PENETRATION       PIC S9(5)V99.
    01 WS-QUARTILE          PIC 9.
    01 WS-MERIT-FLAG        PIC X(26).
    01 WS-MRX-COUNT         PIC 99 VALUE ZERO.
    01 WS-MRX-IDX           PIC 99.
    01 WS-MRX-TABLE.
        05 WS-MRX-ENTRY OCCURS 20 TIMES.
            10 WS-TBL-MRX-RATING    PIC 9.
            10 WS-TBL-MRX-QUARTILE  PIC 9.
            10 WS-TBL-MRX-PCT       PIC 9(3)V99.
    01 WS-PRIOR-IMAGE       PIC X(120).
    01 WS-NEW-SALARY        PIC 9(7)V99.
    01 WS-GRD-COUNT         PIC 99 VALUE ZERO.
            10 WS-TBL-PCT   PIC 9(3)V99.
            10 WS-TBL-AMT   PIC 9(7)V99.
            10 WS-TBL-EFF   PIC 9(8).
            10 WS-TBL-RETRO PIC X.
    01 WS-HELD-COUNT        PIC 99 VALUE ZERO.
    01 WS-READ-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-CHANGED-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-BAND-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-RETRO-PARM-COUNT  PIC 99 VALUE ZERO.
    01 WS-RETRO-COUNT       PIC 9(5) VALUE ZERO.
    01 WS-NO-MERIT-COUNT    PIC 9(5) VALUE ZERO.
    COPY INTFCTL.
    COPY RUNLOG.
    COPY RPTREG.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(32) VALUE "NAME".
        05 FILLER          PIC X(4)  VALUE "GRD".
        05 FILLER          PIC X(4)  VALUE "RTG".
        05 FILLER          PIC X(3)  VALUE "Q".
        05 FILLER          PIC X(8)  VALUE "  PCT".
        05 FILLER          PIC X(14) VALUE "OLD SALARY".
        05 FILLER          PIC X(14) VALUE "NEW SALARY".
        05 FILLER          PIC X(24) VALUE "FLAG".
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-GRADE   PIC X(2).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-RATING  PIC X.
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-DET-QUART   PIC X.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-PCT     PIC X(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-OLD     PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NEW     PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-FLAG    PIC X(26).
    01 RPT-DET-PCT-EDIT    PIC ZZ9.99.
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(28).
        05 RPT-TOT-COUNT   PIC ZZZZ9.
        DISPLAY "Mode must be T or A."
        GOBACK
    END-IF.
    DISPLAY "Increase by Grade parameter or Merit matrix? (G/M): "
        WITH NO ADVANCING.
    ACCEPT WS-BASIS.
    MOVE FUNCTION UPPER-CASE(WS-BASIS) TO WS-BASIS.
    IF NOT WS-GRADE-BASIS AND NOT WS-MERIT-BASIS
        DISPLAY "Basis must be G or M."
        GOBACK
    END-IF.
    IF WS-MERIT-BASIS
        DISPLAY "Appraisal review year (YYYY): " WITH NO ADVANCING
        ACCEPT WS-REVIEW-YEAR
        PERFORM LOAD-MERIT-MATRIX
        IF WS-MRX-COUNT = ZERO
            DISPLAY "meritmx.dat carries no cells - set up the merit "
                "matrix first."
            GOBACK
        END-IF
    END-IF.

    PERFORM LOAD-GRADE-TABLE.
    PERFORM LOAD-PARAM-TABLE.
        DISPLAY "employee.dat not found - nothing to review."
        GOBACK
    END-IF.
*> With no appraisal file at all everyone is flagged as having no
*> appraisal, which the trial register makes plain.
    IF WS-MERIT-BASIS
        OPEN INPUT APPRAISAL-FILE
        IF WS-APPR-STATUS = "00"
            MOVE "Y" TO WS-APPR-OPEN
        ELSE
            DISPLAY "appraisal.dat not found - no one has a rating."
        END-IF
    END-IF.

    OPEN OUTPUT REPORT-FILE.
    MOVE "SALARY REVIEW" TO RRG-REPORT-NAME.
    MOVE "salrev.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    IF WS-MERIT-BASIS
        STRING "MODE " WS-MODE ", MERIT MATRIX, APPRAISAL YEAR "
            WS-REVIEW-YEAR DELIMITED BY SIZE INTO RRG-CRITERIA
    ELSE
        STRING "MODE " WS-MODE ", PARAMETERS ON salrev.dat"
            DELIMITED BY SIZE INTO RRG-CRITERIA
    END-IF.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    IF WS-MODE = "A"
        MOVE "APPLY" TO RPT-MODE
    IF WS-MODE = "A"
        CLOSE HISTORY-FILE
    END-IF.
    IF WS-APPR-OPEN = "Y"
        CLOSE APPRAISAL-FILE
    END-IF.
    CLOSE REPORT-FILE.

    SET RLG-END TO TRUE.
        DISPLAY WS-HELD-COUNT " future-dated parameter(s) held "
            "to salrev.hld - resubmit on the effective date."
    END-IF.
    IF WS-RETRO-COUNT > ZERO AND WS-MODE = "A"
        DISPLAY WS-RETRO-COUNT " increase(s) reach back into closed "
            "periods - run the retro pay to pay the difference."
    END-IF.
    IF WS-NO-MERIT-COUNT > ZERO
        DISPLAY WS-NO-MERIT-COUNT " employee(s) given no increase - "
            "no appraisal or no matrix cell; see the register."
    END-IF.
    DISPLAY "Register written to salrev.rpt.".
GOBACK.

    CLOSE PARAM-FILE.

POST-ONE-PARAMETER.
*> A parameter effective inside a closed period applies from today;
*> finance's reported numbers stay as reported and the difference
*> for the closed periods is paid later by the retro-pay run.
    MOVE SRV-EFF-DATE TO PCK-DATE.
    CALL "PERIODCK" USING PERIOD-CHECK-AREA.
    IF PCK-CLOSED = "Y"
        ADD 1 TO WS-RETRO-PARM-COUNT
        DISPLAY "Parameter for grade " SRV-GRADE " effective "
            SRV-EFF-DATE " reaches back into CLOSED period "
            PCK-PERIOD " FY" PCK-FISCAL-YEAR " - retro pay due."
    END-IF.
    IF SRV-EFF-DATE > WS-RUN-DATE
        ADD 1 TO WS-HELD-COUNT
        MOVE SRV-PCT TO WS-TBL-PCT(WS-PAR-COUNT)
        MOVE SRV-AMT TO WS-TBL-AMT(WS-PAR-COUNT)
        MOVE SRV-EFF-DATE TO WS-TBL-EFF(WS-PAR-COUNT)
        MOVE PCK-CLOSED TO WS-TBL-RETRO(WS-PAR-COUNT)
    END-IF.

LOAD-MERIT-MATRIX.
    MOVE ZERO TO WS-MRX-COUNT.
    OPEN INPUT MERIT-FILE.
    IF WS-MERIT-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-MERIT-STATUS = "10"
        READ MERIT-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-MRX-COUNT < 20
                    ADD 1 TO WS-MRX-COUNT
                    MOVE MRX-RATING
                        TO WS-TBL-MRX-RATING(WS-MRX-COUNT)
                    MOVE MRX-QUARTILE
                        TO WS-TBL-MRX-QUARTILE(WS-MRX-COUNT)
                    MOVE MRX-PCT TO WS-TBL-MRX-PCT(WS-MRX-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MERIT-FILE.

REVIEW-ONE-EMPLOYEE.
    MOVE ZERO TO WS-PAR-FOUND.
        EXIT PARAGRAPH
    END-IF.

    MOVE ZERO TO WS-GRD-FOUND.
    PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
            UNTIL WS-GRD-IDX > WS-GRD-COUNT
            EXIT PERFORM
        END-IF
    END-PERFORM.

    MOVE EMP-ID TO RPT-DET-ID.
    MOVE EMP-NAME TO RPT-DET-NAME.
    MOVE EMP-SURNAME TO RPT-DET-SURNAME.
    MOVE EMP-GRADE TO RPT-DET-GRADE.
    MOVE SPACES TO RPT-DET-RATING.
    MOVE SPACES TO RPT-DET-QUART.
    MOVE SPACES TO RPT-DET-PCT.
    MOVE SPACES TO RPT-DET-FLAG.
    MOVE SPACES TO WS-MERIT-FLAG.

    IF WS-MERIT-BASIS
        PERFORM FIND-MERIT-PERCENT
        COMPUTE WS-NEW-SALARY ROUNDED = EMP-SALARY
            + EMP-SALARY * WS-PCT-USED / 100
        MOVE WS-PCT-USED TO RPT-DET-PCT-EDIT
        MOVE RPT-DET-PCT-EDIT TO RPT-DET-PCT
    ELSE
        IF WS-TBL-PCT(WS-PAR-FOUND) NOT = ZERO
            COMPUTE WS-NEW-SALARY ROUNDED = EMP-SALARY
                + EMP-SALARY * WS-TBL-PCT(WS-PAR-FOUND) / 100
            MOVE WS-TBL-PCT(WS-PAR-FOUND) TO RPT-DET-PCT-EDIT
            MOVE RPT-DET-PCT-EDIT TO RPT-DET-PCT
        ELSE
            COMPUTE WS-NEW-SALARY = EMP-SALARY
                + WS-TBL-AMT(WS-PAR-FOUND)
            MOVE "FLAT" TO RPT-DET-PCT
        END-IF
    END-IF.
    MOVE EMP-SALARY TO RPT-DET-OLD.
    MOVE WS-NEW-SALARY TO RPT-DET-NEW.

*> No appraisal or no matrix cell means no increase: the line is
*> listed with the reason and nothing is written for it.
    IF WS-MERIT-FLAG NOT = SPACES
        ADD 1 TO WS-NO-MERIT-COUNT
        MOVE WS-MERIT-FLAG TO RPT-DET-FLAG
        WRITE REPORT-LINE FROM RPT-DETAIL-LINE
        EXIT PARAGRAPH
    END-IF.

    IF WS-GRD-FOUND NOT = ZERO
        IF WS-NEW-SALARY < WS-TBL-MIN(WS-GRD-FOUND)
                OR WS-NEW-SALARY > WS-TBL-MAX(WS-GRD-FOUND)
        END-IF
    END-IF.

    IF WS-TBL-RETRO(WS-PAR-FOUND) = "Y"
        ADD 1 TO WS-RETRO-COUNT
        IF RPT-DET-FLAG = SPACES
            STRING "RETRO FROM " WS-TBL-EFF(WS-PAR-FOUND)
                DELIMITED BY SIZE INTO RPT-DET-FLAG
        END-IF
    END-IF.

    ADD 1 TO WS-CHANGED-COUNT.
    IF WS-MODE = "A"
        MOVE SPACES TO WS-PRIOR-IMAGE
        MOVE "BATCH" TO HIST-OPERATOR
        MOVE EMP-ID TO HIST-EMP-ID
        MOVE WS-PRIOR-IMAGE TO HIST-PRIOR-IMAGE
        MOVE WS-TBL-EFF(WS-PAR-FOUND) TO HIST-EFF-DATE
        WRITE EMP-HISTORY-RECORD
        PERFORM WRITE-AFTER-IMAGE
    END-IF.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

*> The rating comes from appraisal.dat for the review year; the
*> quartile from where EMP-SALARY sits between GRD-MIN and GRD-MAX
*> (below the minimum counts as the bottom quarter, above the
*> maximum as the top). A grade not on grades.dat, or with no
*> spread, is taken as the bottom quarter.
FIND-MERIT-PERCENT.
    MOVE ZERO TO WS-PCT-USED.
    MOVE 1 TO WS-QUARTILE.
    IF WS-GRD-FOUND NOT = ZERO
        IF WS-TBL-MAX(WS-GRD-FOUND) > WS-TBL-MIN(WS-GRD-FOUND)
            COMPUTE WS-PENETRATION ROUNDED =
                (EMP-SALARY - WS-TBL-MIN(WS-GRD-FOUND)) * 100
                / (WS-TBL-MAX(WS-GRD-FOUND) - WS-TBL-MIN(WS-GRD-FOUND))
            EVALUATE TRUE
                WHEN WS-PENETRATION < 25
                    MOVE 1 TO WS-QUARTILE
                WHEN WS-PENETRATION < 50
                    MOVE 2 TO WS-QUARTILE
                WHEN WS-PENETRATION < 75
                    MOVE 3 TO WS-QUARTILE
                WHEN OTHER
                    MOVE 4 TO WS-QUARTILE
            END-EVALUATE
        END-IF
    END-IF.
    MOVE WS-QUARTILE TO RPT-DET-QUART.

    IF WS-APPR-OPEN NOT = "Y"
        MOVE "NO APPRAISAL - NO INCREASE" TO WS-MERIT-FLAG
        EXIT PARAGRAPH
    END-IF.
    MOVE EMP-ID TO APR-EMP-ID.
    MOVE WS-REVIEW-YEAR TO APR-YEAR.
    READ APPRAISAL-FILE
        INVALID KEY
            MOVE "NO APPRAISAL - NO INCREASE" TO WS-MERIT-FLAG
            EXIT PARAGRAPH
    END-READ.
    MOVE APR-RATING TO RPT-DET-RATING.

    PERFORM VARYING WS-MRX-IDX FROM 1 BY 1
            UNTIL WS-MRX-IDX > WS-MRX-COUNT
        IF WS-TBL-MRX-RATING(WS-MRX-IDX) = APR-RATING
                AND WS-TBL-MRX-QUARTILE(WS-MRX-IDX) = WS-QUARTILE
            MOVE WS-TBL-MRX-PCT(WS-MRX-IDX) TO WS-PCT-USED
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.
    MOVE "NO MATRIX CELL - NO RAISE" TO WS-MERIT-FLAG.

CHECK-MASTER-IO.
    MOVE WS-EMP-FILE-STATUS TO FST-STATUS.
    IF FST-STATUS = "02" OR FST-STATUS = "22"
    MOVE "Parameters held (future)  : " TO RPT-TOT-LABEL.
    MOVE WS-HELD-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Retro pay due (closed)    : " TO RPT-TOT-LABEL.
    MOVE WS-RETRO-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    IF WS-MERIT-BASIS
        MOVE "No appraisal or cell      : " TO RPT-TOT-LABEL
        MOVE WS-NO-MERIT-COUNT TO RPT-TOT-COUNT
        WRITE REPORT-LINE FROM RPT-TOTAL-LINE
    END-IF.

*> Forward-recovery after-image (jrnl.dat); the history
*> record keeps the before-image.
