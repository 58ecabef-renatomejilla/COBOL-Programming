*>              re-prints any past period's register from the
*>              history into payhist.rpt with totals - "the
*>              register as paid in June" stops being unanswerable
*>              after July. The re-print shows the year-end
*>              withholding adjustment WS-TAX-ANNUAL posts on the
*>              December records and the company loan installments
*>              each period took.
*>              Both options show the run number of every record -
*>              00 the regular run, then the off-cycle runs and
*>              reversals WS-OFF-CYCLE posts - with off-cycle runs,
*>              reversals and reversed records marked. A reversal
*>              and the record it reversed cancel, so the period
*>              totals leave both out.
*>              Option 1 also shows, under the pay of a contract
*>              employee, the contract currency and amount and the
*>              rate the pesos were converted at.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-PAYHIST-INQ.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-FY-IN             PIC 9(4).
    01 WS-PERIOD-IN         PIC 99.
    01 WS-LIST-COUNT        PIC 9(5).
    01 WS-TOT-NET           PIC S9(11)V99.
    01 WS-GROSS-DISP        PIC Z,ZZZ,ZZ9.99.
    01 WS-NET-DISP          PIC Z,ZZZ,ZZ9.99.
    01 WS-RATE-DISP         PIC ZZZZ9.999999.
    01 WS-RUN-NOTE          PIC X(16).
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 RPT-TITLE-PER   PIC 99.
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(4)  VALUE "RUN".
        05 FILLER          PIC X(17) VALUE "BRANCH".
        05 FILLER          PIC X(4)  VALUE "GRD".
        05 FILLER          PIC X(13) VALUE "GROSS".
        05 FILLER          PIC X(11) VALUE "PHILHLTH".
        05 FILLER          PIC X(11) VALUE "PAG-IBIG".
        05 FILLER          PIC X(11) VALUE "W/TAX".
        05 FILLER          PIC X(11) VALUE "LOANS".
        05 FILLER          PIC X(13) VALUE "NET PAY".
        05 FILLER          PIC X(12) VALUE "YR-END ADJ".
        05 FILLER          PIC X(9)  VALUE "RUN TYPE".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-RUN     PIC 99.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-BRANCH  PIC X(15).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-GRADE   PIC X(2).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-TAX     PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-LOAN    PIC ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-NET     PIC Z,ZZZ,ZZ9.99.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-TAX-ADJ PIC ZZZ,ZZ9.99-.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-TYPE    PIC X(9).
    01 RPT-TOTAL-LINE.
        05 FILLER          PIC X(20)
            VALUE "Period totals     : ".
SHOW-EMPLOYEE-HISTORY.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE LOW-VALUES TO PH-KEY.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
            DISPLAY "No pay history on file."
            EXIT PARAGRAPH
    END-START.
    DISPLAY "FY   PER RUN GROSS         NET".
    PERFORM UNTIL WS-PAYHIST-STATUS = "10"
        READ PAY-HISTORY NEXT RECORD
            AT END
                    ADD 1 TO WS-LIST-COUNT
                    MOVE PH-GROSS TO WS-GROSS-DISP
                    MOVE PH-NET TO WS-NET-DISP
                    PERFORM BUILD-RUN-NOTE
                    DISPLAY PH-FISCAL-YEAR " " PH-PERIOD "  "
                        PH-RUN-NO "  " WS-GROSS-DISP "  "
                        WS-NET-DISP "  " WS-RUN-NOTE
                    IF PH-RUN-REASON NOT = SPACES
                        DISPLAY "            " PH-RUN-REASON " - "
                            PH-RUN-OPERATOR " " PH-RUN-DATE
                    END-IF
                    IF PH-PAY-CURRENCY NOT = SPACES
                        MOVE PH-CONTRACT-AMT TO WS-GROSS-DISP
                        MOVE PH-FX-RATE TO WS-RATE-DISP
                        MOVE PH-BASIC-PHP TO WS-NET-DISP
                        DISPLAY "            " PH-PAY-CURRENCY " "
                            WS-GROSS-DISP " @ " WS-RATE-DISP
                            " = basic PHP " WS-NET-DISP
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    IF WS-LIST-COUNT = ZERO
        DISPLAY "No pay history for employee " WS-LOOKUP-ID "."
    ELSE
        DISPLAY WS-LIST-COUNT " pay record(s) on file."
    END-IF.

REPRINT-PERIOD.
    MOVE WS-FY-IN TO PH-FISCAL-YEAR.
    MOVE WS-PERIOD-IN TO PH-PERIOD.
    MOVE ZERO TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            DISPLAY "Nothing on file for that period."
                        OR PH-PERIOD NOT = WS-PERIOD-IN
                    EXIT PERFORM
                END-IF
                IF NOT PH-REVERSAL AND NOT PH-IS-REVERSED
                    ADD 1 TO WS-LIST-COUNT
                    ADD PH-GROSS TO WS-TOT-GROSS
                    ADD PH-NET TO WS-TOT-NET
                END-IF
                MOVE PH-EMP-ID TO RPT-DET-ID
                MOVE PH-RUN-NO TO RPT-DET-RUN
                MOVE PH-BRANCH TO RPT-DET-BRANCH
                MOVE PH-GRADE TO RPT-DET-GRADE
                MOVE PH-GROSS TO RPT-DET-GROSS
                MOVE PH-PHILHEALTH TO RPT-DET-PHIL
                MOVE PH-PAGIBIG TO RPT-DET-PAGIBIG
                MOVE PH-TAX TO RPT-DET-TAX
                MOVE PH-LOAN-DEDUCT TO RPT-DET-LOAN
                MOVE PH-NET TO RPT-DET-NET
                MOVE PH-TAX-ADJ TO RPT-DET-TAX-ADJ
                EVALUATE TRUE
                    WHEN PH-REVERSAL
                        MOVE "REVERSAL" TO RPT-DET-TYPE
                    WHEN PH-IS-REVERSED
                        MOVE "REVERSED" TO RPT-DET-TYPE
                    WHEN PH-OFF-CYCLE
                        MOVE "OFF-CYCLE" TO RPT-DET-TYPE
                    WHEN OTHER
                        MOVE SPACES TO RPT-DET-TYPE
                END-EVALUATE
                WRITE REPORT-LINE FROM RPT-DETAIL-LINE
        END-READ
    END-PERFORM.
    CALL "RPTREG" USING RPT-REG-AREA.
    DISPLAY "Period re-printed to payhist.rpt - "
        WS-LIST-COUNT " employee(s).".

BUILD-RUN-NOTE.
    MOVE SPACES TO WS-RUN-NOTE.
    EVALUATE TRUE
        WHEN PH-REVERSAL
            STRING "REVERSES RUN " PH-REV-RUN-NO
                DELIMITED BY SIZE INTO WS-RUN-NOTE
        WHEN PH-IS-REVERSED
            STRING "REVERSED BY " PH-REV-RUN-NO
                DELIMITED BY SIZE INTO WS-RUN-NOTE
        WHEN PH-OFF-CYCLE
            MOVE "OFF-CYCLE" TO WS-RUN-NOTE
    END-EVALUATE.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
