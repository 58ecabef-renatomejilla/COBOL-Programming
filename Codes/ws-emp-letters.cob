*>              on a missing-address exception list beside the
*>              mailing list summary. A missing template is created
*>              with a standard greeting so the office has
*>              something to edit. Run from the menu by an operator
*>              whose access scope (operscope.dat) names branches,
*>              letters are produced only for employees of those
*>              branches.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-EMP-LETTERS.
        05 WS-NOADDR-ENTRY OCCURS 500 TIMES.
            10 WS-NOADDR-ID     PIC 9(6).
            10 WS-NOADDR-NAME   PIC X(31).
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 9(5).

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    PERFORM RESOLVE-BRANCH-SCOPE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.

    DISPLAY "Generate letters for:".
    MOVE "GREETING LETTERS" TO RRG-REPORT-NAME.
    MOVE "letters.prt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "EVENT " WS-EVENT-OPTION " MONTH " WS-PICK-MONTH
        DELIMITED BY SIZE INTO RRG-CRITERIA.
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM CHECK-EMPLOYEE-SCOPE
                IF BSC-IN-SCOPE NOT = "Y"
                    ADD 1 TO WS-SCOPE-OMITTED
                    EXIT PERFORM CYCLE
                END-IF
                PERFORM SELECT-BY-EVENT
                IF WS-SELECTED = "Y"
                    PERFORM GENERATE-ONE-LETTER

    PERFORM WRITE-MAILING-SUMMARY.
    PERFORM WRITE-MISSING-ADDRESSES.
    PERFORM WRITE-SCOPE-FOOTER.
    CLOSE PRINT-FILE.
    IF WS-ADDR-STATUS NOT = "35"
        CLOSE ADDRESS-FILE
    STRING "Fix these through WS-ADDR-MAINT: " WS-NOADDR-COUNT
        " employee(s)" DELIMITED BY SIZE INTO PRINT-LINE.
    WRITE PRINT-LINE.

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
    MOVE SPACES TO PRINT-LINE.
    STRING "Branch scope of " BSC-OPERATOR-ID " applied - "
        WS-SCOPE-OMITTED " employee(s) outside it omitted."
        DELIMITED BY SIZE INTO PRINT-LINE.
    WRITE PRINT-LINE.
