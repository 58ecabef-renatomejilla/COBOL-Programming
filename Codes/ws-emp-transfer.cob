*>              future-dated transfers by rewriting them to
*>              emptrans.hld for resubmission on or after their
*>              effective date, and prints an applied/held/rejected
*>              report with totals. Run from the menu by an
*>              operator whose access scope (operscope.dat) names
*>              branches, a transfer is applied only when both the
*>              employee's present branch and the new one are in
*>              that scope; any other is rejected as outside it and
*>              the refusal logged to empaccess.log.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-EMP-TRANSFER.
    COPY PERIODCK.
    COPY RPTREG.
    01 WS-REASON-DESC       PIC X(30).
    COPY EMPIDCHK.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
        05 RPT-TOT-LABEL   PIC X(22).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    PERFORM RESOLVE-BRANCH-SCOPE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    MOVE WS-TODAY TO WS-TODAY-NUM.

    MOVE "BRANCH TRANSFERS" TO RRG-REPORT-NAME.
    MOVE "emptrans.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE "ALL TRANSFERS ON emptrans.dat" TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-TODAY TO RPT-RUN-DATE.
        EXIT PARAGRAPH
    END-IF.

    PERFORM CHECK-TRANSFER-SCOPE.
    IF BSC-IN-SCOPE NOT = "Y"
        MOVE "REJECTED" TO WS-DISPOSITION
        MOVE "OUTSIDE BRANCH SCOPE" TO WS-REASON-DESC
        ADD 1 TO WS-REJECT-COUNT
        PERFORM WRITE-TRANSFER-DETAIL
        EXIT PARAGRAPH
    END-IF.

*> A transfer dated into a period finance has closed rejects
*> outright - reported numbers stay reported.
    COMPUTE WS-EFF-NUM = TRF-EFF-YY * 10000
        MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    SET EIC-VALIDATE TO TRUE.
    MOVE TRF-EMP-ID TO EIC-EMP-ID.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        MOVE "REJECTED" TO WS-DISPOSITION
        MOVE "EMPLOYEE ID CHECK DIGIT WRONG" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.

    PERFORM VALIDATE-LOCATION.
    IF WS-LOC-FOUND NOT = "Y"
        MOVE "EMPLOYEE NOT ON FILE" TO WS-REASON-DESC
    END-READ.

*> A menu run carries the operator's branch scope in the sign-on
*> context; a run started outside the menu (the batch schedule)
*> applies transfers for every branch.
RESOLVE-BRANCH-SCOPE.
    MOVE "Y" TO BSC-SCOPE-ALL.
    MOVE "Y" TO BSC-LOG-REFUSAL.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO BSC-OPERATOR-ID
            MOVE SGN-SCOPE TO BSC-SCOPE
        END-IF
    END-IF.

*> A scoped operator moves people only between their own branches:
*> the branch the employee leaves and the one joined are both
*> checked.
CHECK-TRANSFER-SCOPE.
    MOVE EMP-ID TO BSC-EMP-ID.
    MOVE EMP-LOCATION TO BSC-BRANCH.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.
    IF BSC-IN-SCOPE = "Y"
        MOVE TRF-LOCATION TO BSC-BRANCH
        SET BSC-CHECK TO TRUE
        CALL "BRSCOPE" USING BR-SCOPE-AREA
    END-IF.

*> The approved branch list lives in branches.dat now; BRANCHVAL
*> canonicalizes the location and reports whether it is active.
VALIDATE-LOCATION.
    MOVE "BATCH" TO HIST-OPERATOR.
    MOVE EMP-ID TO HIST-EMP-ID.
    MOVE WS-PRIOR-IMAGE TO HIST-PRIOR-IMAGE.
    MOVE WS-EFF-NUM TO HIST-EFF-DATE.
    WRITE EMP-HISTORY-RECORD.
    PERFORM WRITE-AFTER-IMAGE.

