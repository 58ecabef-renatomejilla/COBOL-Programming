*>              (empdep.rpt) - which also counts the dependent
*>              children crossing the insurance age limit of 21
*>              this year, the number the enrollment renewal always
*>              asks for. Only employees of the branches in the
*>              operator's access scope (operscope.dat, through
*>              BRSCOPE) can have dependents added, listed or
*>              removed - any other is refused and the refusal
*>              logged to empaccess.log - and the printed listing
*>              keeps to those branches.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-DEP-MAINT.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-EMP-KNOWN         PIC X.
    01 WS-CONFIRM           PIC X.
    01 WS-SEQ-IN            PIC 99.
    01 WS-LIMIT-COUNT       PIC 9(5) VALUE ZERO.
    COPY DATESRV.
    COPY RPTREG.
    COPY BRSCOPE.
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-EMP-ID      PIC 9(6).
    01 WS-SCOPE-OMITTED     PIC 9(5).

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
        05 RPT-TOT-LABEL   PIC X(38).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    PERFORM RESOLVE-OPERATOR-ID.
    PERFORM RESOLVE-BRANCH-SCOPE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.

    DISPLAY "Dependent maintenance ended.".
GOBACK.

*> A menu session arrives with the verified identity in the
*> sign-on context; only a standalone start still prompts.
RESOLVE-OPERATOR-ID.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE SPACES TO WS-OPERATOR-ID.
    PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
        DISPLAY "Operator ID: " WITH NO ADVANCING
        ACCEPT WS-OPERATOR-ID
    END-PERFORM.
    MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID.

*> The branch scope travels in the sign-on context from the menu;
*> a standalone start loads it for the operator just named.
RESOLVE-BRANCH-SCOPE.
    MOVE WS-OPERATOR-ID TO BSC-OPERATOR-ID.
    MOVE "Y" TO BSC-LOG-REFUSAL.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-SCOPE TO BSC-SCOPE
            EXIT PARAGRAPH
        END-IF
    END-IF.
    SET BSC-LOAD TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.

CHECK-EMPLOYEE-SCOPE.
    MOVE EMP-ID TO BSC-EMP-ID.
    MOVE EMP-LOCATION TO BSC-BRANCH.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.
    IF BSC-IN-SCOPE NOT = "Y"
        DISPLAY "Employee " EMP-ID " is outside your branch "
            "scope - access refused."
    END-IF.

CHECK-EMPLOYEE-KNOWN.
    MOVE "N" TO WS-EMP-KNOWN.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER INVALID KEY
        DISPLAY "Employee " WS-LOOKUP-ID " is not on the master."
    NOT INVALID KEY
        PERFORM CHECK-EMPLOYEE-SCOPE
        IF BSC-IN-SCOPE NOT = "Y"
            EXIT PARAGRAPH
        END-IF
        MOVE "Y" TO WS-EMP-KNOWN
        DISPLAY "Employee: " EMP-NAME " " EMP-SURNAME
        IF EMP-SEPARATED
        END-IF
    END-READ.

*> List and remove judge the employee's branch on the master; the
*> dependents left behind by someone no longer there can still be
*> looked at and cleared.
CHECK-LOOKUP-SCOPE.
    MOVE "Y" TO BSC-IN-SCOPE.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER INVALID KEY
        CONTINUE
    NOT INVALID KEY
        PERFORM CHECK-EMPLOYEE-SCOPE
    END-READ.

*> The next sequence number is one past the highest on file for
*> the employee, so removals never cause a reused key.
FIND-NEXT-SEQ.
ADD-DEPENDENT.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-EMPLOYEE-KNOWN.
    IF WS-EMP-KNOWN NOT = "Y"
        EXIT PARAGRAPH
LIST-DEPENDENTS.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-LOOKUP-SCOPE.
    IF BSC-IN-SCOPE NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE WS-LOOKUP-ID TO DPN-EMP-ID.
    MOVE ZERO TO DPN-SEQ.
REMOVE-DEPENDENT.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-LOOKUP-SCOPE.
    IF BSC-IN-SCOPE NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Sequence   : " WITH NO ADVANCING.
    ACCEPT WS-SEQ-IN.
    MOVE WS-LOOKUP-ID TO DPN-EMP-ID.
PRINT-DEPENDENT-LISTING.
    MOVE ZERO TO WS-RPT-COUNT.
    MOVE ZERO TO WS-LIMIT-COUNT.
    MOVE ZERO TO WS-SCOPE-EMP-ID.
    MOVE ZERO TO WS-SCOPE-OMITTED.
    OPEN OUTPUT REPORT-FILE.
    MOVE "DEPENDENTS LISTING" TO RRG-REPORT-NAME.
    MOVE "empdep.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE "ALL DEPENDENTS, EMP-ID ORDER" TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM CHECK-LISTING-SCOPE
                IF BSC-IN-SCOPE NOT = "Y"
                    ADD 1 TO WS-SCOPE-OMITTED
                    EXIT PERFORM CYCLE
                END-IF
                ADD 1 TO WS-RPT-COUNT
                PERFORM COMPUTE-DEP-AGE
                MOVE DPN-EMP-ID TO RPT-DET-EMP
        TO RPT-TOT-LABEL.
    MOVE WS-LIMIT-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE SPACES TO REPORT-LINE
        STRING "Branch scope of " BSC-OPERATOR-ID " applied - "
            WS-SCOPE-OMITTED " dependent(s) outside it omitted."
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    CLOSE REPORT-FILE.

    MOVE WS-RPT-COUNT TO RRG-RECORD-COUNT.
    DISPLAY "Listing written to empdep.rpt - " WS-RPT-COUNT
        " dependent(s), " WS-LIMIT-COUNT
        " crossing the age limit this year.".

*> The listing keeps to the operator's branches without logging a
*> refusal for every dependent passed over; the employee is looked
*> up once for the run of their dependents. Dependents of someone
*> no longer on the master are listed for an all-branch operator
*> only.
CHECK-LISTING-SCOPE.
    IF DPN-EMP-ID = WS-SCOPE-EMP-ID
        EXIT PARAGRAPH
    END-IF.
    MOVE DPN-EMP-ID TO WS-SCOPE-EMP-ID.
    MOVE SPACES TO BSC-BRANCH.
    MOVE DPN-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER INVALID KEY
        CONTINUE
    NOT INVALID KEY
        MOVE EMP-LOCATION TO BSC-BRANCH
    END-READ.
    MOVE DPN-EMP-ID TO BSC-EMP-ID.
    MOVE "N" TO BSC-LOG-REFUSAL.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.
    MOVE "Y" TO BSC-LOG-REFUSAL.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
