*>              anniversary in a chosen month (0 = next month so the
*>              run can be scheduled). Employees whose records
*>              predate the hire-date field carry zeroes there and
*>              are listed with service unknown. Run from the menu
*>              by an operator whose access scope (operscope.dat)
*>              names branches, only employees of those branches
*>              are listed.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-EMP-SERVICE.
    01 WS-ANNIV-COUNT       PIC 9(5) VALUE ZERO.
    COPY DATESRV.
    COPY RPTREG.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 9(5).

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
        05 RPT-TOT-LABEL   PIC X(26).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    PERFORM RESOLVE-BRANCH-SCOPE.

    DISPLAY "Anniversary month (1-12, 0 for next month): "
        WITH NO ADVANCING.
    MOVE "SERVICE REPORT" TO RRG-REPORT-NAME.
    MOVE "empserv.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "ANNIVERSARY MONTH " WS-PICK-MONTH
        DELIMITED BY SIZE INTO RRG-CRITERIA.
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM CHECK-EMPLOYEE-SCOPE
                IF BSC-IN-SCOPE = "Y"
                    PERFORM LIST-SERVICE-DETAIL
                ELSE
                    ADD 1 TO WS-SCOPE-OMITTED
                END-IF
        END-READ
    END-PERFORM.
    CLOSE EMPLOYEE-MASTER.
    MOVE "Anniversaries this month: " TO RPT-TOT-LABEL.
    MOVE WS-ANNIV-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    PERFORM WRITE-SCOPE-FOOTER.
    CLOSE REPORT-FILE.

    MOVE WS-LISTED-COUNT TO RRG-RECORD-COUNT.
        " anniversary(ies) in month " WS-PICK-MONTH ".".
GOBACK.

*> A menu run carries the operator's branch scope in the sign-on
*> context and lists only those branches; a run started outside
*> the menu (the batch schedule) lists every branch.
RESOLVE-BRANCH-SCOPE.
    MOVE "Y" TO BSC-SCOPE-ALL.
    MOVE "N" TO BSC-LOG-REFUSAL.
    MOVE ZERO TO WS-SCOPE-OMITTED.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO BSC-OPERATOR-ID
            MOVE SGN-SCOPE TO BSC-SCOPE
        END-IF
    END-IF.

CHECK-EMPLOYEE-SCOPE.
    MOVE EMP-ID TO BSC-EMP-ID.
    MOVE EMP-LOCATION TO BSC-BRANCH.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.

WRITE-SCOPE-FOOTER.
    IF BSC-SCOPE-ALL = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "Branch scope of " BSC-OPERATOR-ID " applied - "
        WS-SCOPE-OMITTED " employee(s) outside it omitted."
        DELIMITED BY SIZE INTO REPORT-LINE.
    WRITE REPORT-LINE.

COMPUTE-SERVICE-YEARS.
    SET DSRV-AGE TO TRUE.
    COMPUTE DSRV-DATE-A = EMP-HIRE-YY * 10000
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM CHECK-EMPLOYEE-SCOPE
                IF BSC-IN-SCOPE NOT = "Y"
                    EXIT PERFORM CYCLE
                END-IF
                IF EMP-HIRE-MM = WS-PICK-MONTH
                        AND EMP-HIRE-DATE NOT = ZEROES
                    COMPUTE WS-YEARS-REACHED =
