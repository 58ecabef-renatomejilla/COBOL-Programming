*>              alphabetic section heading at each change of
*>              initial letter, each entry showing surname, first
*>              name, branch and EMP-PHONE formatted for dialing,
*>              with page headings and a total at the end. Run
*>              from the menu by an operator whose access scope
*>              (operscope.dat) names branches, only employees of
*>              those branches are listed.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-EMP-DIRECTORY.
    01 WS-RPT-TOTAL         PIC 9(5) VALUE ZERO.
    01 WS-CURRENT-INITIAL   PIC X VALUE LOW-VALUE.
    COPY RPTREG.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 9(5).
    01 WS-DIAL-PHONE.
        05 WS-DIAL-1        PIC X(4).
        05 FILLER           PIC X VALUE "-".
        05 FILLER          PIC X(20) VALUE "Total entries     : ".
        05 RPT-FOOTER-COUNT PIC ZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN SECTION.
    PERFORM RESOLVE-BRANCH-SCOPE.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM CHECK-EMPLOYEE-SCOPE
                IF BSC-IN-SCOPE NOT = "Y"
                    ADD 1 TO WS-SCOPE-OMITTED
                    EXIT PERFORM CYCLE
                END-IF
                MOVE EMP-SURNAME  TO SRT-SURNAME
                MOVE EMP-NAME     TO SRT-NAME
                MOVE EMP-LOCATION TO SRT-LOCATION
    MOVE "PHONE DIRECTORY" TO RRG-REPORT-NAME.
    MOVE "empdir.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE "ALL EMPLOYEES, SURNAME ORDER" TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE "N" TO WS-SORT-EOF.
    WRITE REPORT-LINE.
    MOVE WS-RPT-TOTAL TO RPT-FOOTER-COUNT.
    WRITE REPORT-LINE FROM RPT-FOOTER-LINE.
    PERFORM WRITE-SCOPE-FOOTER.
    CLOSE REPORT-FILE.
    MOVE WS-RPT-TOTAL TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.
    MOVE ZERO TO WS-RPT-LINE-COUNT.

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
