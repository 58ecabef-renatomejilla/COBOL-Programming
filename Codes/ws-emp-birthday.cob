*>              with a birthday that month in day order, showing
*>              name, branch, phone and the age they will turn,
*>              computed the same way WS-INPUT's CALCULATE-AGE
*>              derives ages from EMP-DOB. Run from the menu by an
*>              operator whose access scope (operscope.dat) names
*>              branches, only employees of those branches are
*>              listed. The unattended run (outside the menu) also
*>              queues a BIRTHDAY greeting by SMS through NOTIFY to
*>              every active employee whose birthday is that day,
*>              whatever month it lists - schedule it daily and
*>              nobody's birthday goes unremarked.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-EMP-BIRTHDAY.
    01 WS-BDAY-ENTRY-X REDEFINES WS-BDAY-TABLE.
        05 WS-BDAY-RAW OCCURS 500 TIMES PIC X(61).
    COPY RPTREG.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 9(5).
    01 WS-GREET-TODAY       PIC X VALUE "N".
    01 WS-GREET-COUNT       PIC 999 VALUE ZERO.
    COPY NOTIFY.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(35)
        05 FILLER          PIC X(20) VALUE "Total birthdays   : ".
        05 RPT-FOOTER-COUNT PIC ZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    PERFORM RESOLVE-BRANCH-SCOPE.

    DISPLAY "Birthday month (1-12, 0 for next month): "
        WITH NO ADVANCING.
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-GREET-TODAY = "Y"
                        AND EMP-DOB-MM = WS-TODAY-MM
                        AND EMP-DOB-DD = WS-TODAY-DD
                        AND NOT EMP-SEPARATED
                    PERFORM QUEUE-BIRTHDAY-GREETING
                END-IF
                IF EMP-DOB-MM = WS-PICK-MONTH
                    PERFORM CHECK-EMPLOYEE-SCOPE
                    IF BSC-IN-SCOPE NOT = "Y"
                        ADD 1 TO WS-SCOPE-OMITTED
                        EXIT PERFORM CYCLE
                    END-IF
                END-IF
                IF EMP-DOB-MM = WS-PICK-MONTH
                        AND WS-BDAY-COUNT < 500
                    COMPUTE WS-AGE-TURNING =

    DISPLAY "Birthday listing written to empbday.rpt - "
        WS-BDAY-COUNT " employee(s) listed.".
    IF WS-GREET-TODAY = "Y"
        DISPLAY WS-GREET-COUNT " birthday greeting(s) queued for "
            "today."
    END-IF.
GOBACK.

QUEUE-BIRTHDAY-GREETING.
    MOVE SPACES TO NOTIFY-AREA.
    SET NTF-TO-EMPLOYEE TO TRUE.
    MOVE EMP-ID TO NTF-RECIPIENT-ID.
    SET NTF-BY-SMS TO TRUE.
    MOVE "BIRTHDAY" TO NTF-TEMPLATE.
    MOVE EMP-NAME TO NTF-FIELD(1).
    MOVE "EMPBDAY" TO NTF-SOURCE.
    MOVE "Y" TO NTF-ONCE-A-DAY.
    CALL "NOTIFY" USING NOTIFY-AREA.
    IF NTF-RESULT = "Y"
        ADD 1 TO WS-GREET-COUNT
    END-IF.

*> Simple exchange sort on day-of-month; the table is small (one
*> month of birthdays) so no sort file is needed.
SORT-BY-DAY.
    MOVE "BIRTHDAY LISTING" TO RRG-REPORT-NAME.
    MOVE "empbday.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "BIRTHDAY MONTH " WS-PICK-MONTH
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    WRITE REPORT-LINE.
    MOVE WS-BDAY-COUNT TO RPT-FOOTER-COUNT.
    WRITE REPORT-LINE FROM RPT-FOOTER-LINE.
    PERFORM WRITE-SCOPE-FOOTER.
    CLOSE REPORT-FILE.
    MOVE WS-BDAY-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

*> A menu run carries the operator's branch scope in the sign-on
*> context and lists only those branches; a run started outside
*> the menu (the batch schedule) lists every branch and is the
*> one that sends the day's greetings, so a listing looked up
*> from the menu never greets anyone twice.
RESOLVE-BRANCH-SCOPE.
    MOVE "Y" TO BSC-SCOPE-ALL.
    MOVE "N" TO BSC-LOG-REFUSAL.
    MOVE ZERO TO WS-SCOPE-OMITTED.
    MOVE "Y" TO WS-GREET-TODAY.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO BSC-OPERATOR-ID
            MOVE SGN-SCOPE TO BSC-SCOPE
            MOVE "N" TO WS-GREET-TODAY
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
