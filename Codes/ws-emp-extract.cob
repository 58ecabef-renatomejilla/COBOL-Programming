*>              salary for the bureau), preceded by a header
*>              record carrying the run date and followed by a
*>              trailer carrying the record count so the bureau can
*>              verify completeness on receipt. Run from the menu
*>              by an operator whose access scope (operscope.dat)
*>              names branches, only employees of those branches
*>              are extracted; the count left out is reported on
*>              the screen, not in the feed, so the trailer still
*>              matches the detail records the bureau receives.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-EMP-EXTRACT.
    01 WS-TRAILER-REC.
        05 FILLER            PIC X(4) VALUE "TRL,".
        05 WS-TRL-COUNT      PIC 9(5).
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SCOPE-OMITTED     PIC 9(5).

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    PERFORM RESOLVE-BRANCH-SCOPE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    OPEN INPUT EMPLOYEE-MASTER.
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM CHECK-EMPLOYEE-SCOPE
                IF BSC-IN-SCOPE NOT = "Y"
                    ADD 1 TO WS-SCOPE-OMITTED
                    EXIT PERFORM CYCLE
                END-IF
                PERFORM WRITE-EXTRACT-DETAIL
        END-READ
    END-PERFORM.

    DISPLAY "Extracted " WS-EXTRACT-COUNT
        " employee record(s) to empextract.csv.".
    IF BSC-SCOPE-ALL NOT = "Y"
        DISPLAY "Branch scope of " BSC-OPERATOR-ID " applied - "
            WS-SCOPE-OMITTED " employee(s) outside it omitted."
    END-IF.
GOBACK.

WRITE-EXTRACT-DETAIL.
           INTO EXTRACT-LINE.
    WRITE EXTRACT-LINE.
    ADD 1 TO WS-EXTRACT-COUNT.

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

