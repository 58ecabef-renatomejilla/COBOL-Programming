*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Attendance correction filing. When a clock missed a
*>              punch or an employee forgot to clock out, the branch
*>              clerk files the corrected day here - employee,
*>              date, corrected code and clock times, and the
*>              reason - instead of editing the clock export. The
*>              clerk sees what attdhist.dat holds for the day
*>              before filing. The request joins the queue
*>              attcorr.dat as pending, credited to the signed-on
*>              operator, and changes nothing until a supervisor
*>              approves it through WS-CORR-APPROVE. One pending
*>              request per employee per day; list an employee's
*>              requests and where each stands. Both options keep
*>              to the operator's branch access scope (BRSCOPE); an
*>              employee outside it is refused and the refusal is
*>              logged to empaccess.log.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-ATTEND-CORR.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CORRECTION-FILE ASSIGN TO "attcorr.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CORR-STATUS.

        SELECT HISTORY-FILE ASSIGN TO "attdhist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD CORRECTION-FILE.
    COPY ATTCORR.

    FD HISTORY-FILE.
    COPY ATTREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    WORKING-STORAGE SECTION.
    01 WS-CORR-STATUS       PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-DATE-IN           PIC 9(8).
    01 WS-CODE-IN           PIC X.
    01 WS-TIME-IN           PIC X(4).
    01 WS-TIME-OUT          PIC X(4).
    01 WS-REASON-IN         PIC X(30).
    01 WS-CONFIRM           PIC X.
    01 WS-CLOCK-TIME        PIC X(4).
    01 WS-TIME-OK           PIC X.
    01 WS-PENDING-FOUND     PIC X.
    01 WS-DAY-FOUND         PIC X.
    01 WS-NEXT-SEQ          PIC 9(6).
    01 WS-LIST-COUNT        PIC 9(3).
    01 WS-STATUS-TEXT       PIC X(8).
    COPY DATESRV.
    COPY BRSCOPE.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-OPERATOR-ID.
    PERFORM RESOLVE-BRANCH-SCOPE.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        GOBACK
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== ATTENDANCE CORRECTIONS ===="
        DISPLAY "1 - File a Correction"
        DISPLAY "2 - List Corrections for an Employee"
        DISPLAY "3 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM FILE-CORRECTION
            WHEN 2
                PERFORM LIST-CORRECTIONS
            WHEN 3
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE EMPLOYEE-MASTER.
    DISPLAY "Attendance corrections ended.".
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

*> A menu session carries the scope loaded at sign-on; a standalone
*> start loads it for the operator just named.
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

FILE-CORRECTION.
    DISPLAY "Employee ID            : " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            DISPLAY "Employee not on the master."
            EXIT PARAGRAPH
    END-READ.
    PERFORM CHECK-EMPLOYEE-SCOPE.
    IF BSC-IN-SCOPE NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    IF EMP-SEPARATED
        DISPLAY "Employee is separated - no correction filed."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Attendance date (YYYYMMDD): " WITH NO ADVANCING.
    ACCEPT WS-DATE-IN.
    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-DATE-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y"
        DISPLAY "Not a valid calendar date - not filed."
        EXIT PARAGRAPH
    END-IF.
    IF WS-DATE-IN > WS-RUN-DATE
        DISPLAY "Cannot correct a day that has not happened yet."
        EXIT PARAGRAPH
    END-IF.

    PERFORM CHECK-PENDING-REQUEST.
    IF WS-PENDING-FOUND = "Y"
        DISPLAY "A correction for this day is already pending - "
            "it must be decided first."
        EXIT PARAGRAPH
    END-IF.
    PERFORM SHOW-DAY-ON-FILE.

    DISPLAY "Corrected code (P/L/A) : " WITH NO ADVANCING.
    ACCEPT WS-CODE-IN.
    MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN.
    IF WS-CODE-IN NOT = "P" AND WS-CODE-IN NOT = "L"
            AND WS-CODE-IN NOT = "A"
        DISPLAY "Code must be P, L or A - not filed."
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-TIME-IN.
    MOVE SPACES TO WS-TIME-OUT.
    IF WS-CODE-IN NOT = "A"
        DISPLAY "Time in  (HHMM)        : " WITH NO ADVANCING
        ACCEPT WS-TIME-IN
        MOVE WS-TIME-IN TO WS-CLOCK-TIME
        PERFORM VALIDATE-CLOCK-TIME
        IF WS-TIME-OK NOT = "Y"
            DISPLAY "Time in must be HHMM - not filed."
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Time out (HHMM, blank if none): "
            WITH NO ADVANCING
        ACCEPT WS-TIME-OUT
        IF WS-TIME-OUT NOT = SPACES
            MOVE WS-TIME-OUT TO WS-CLOCK-TIME
            PERFORM VALIDATE-CLOCK-TIME
            IF WS-TIME-OK NOT = "Y"
                DISPLAY "Time out must be HHMM - not filed."
                EXIT PARAGRAPH
            END-IF
        END-IF
    END-IF.

    MOVE SPACES TO WS-REASON-IN.
    DISPLAY "Reason                 : " WITH NO ADVANCING.
    ACCEPT WS-REASON-IN.
    IF WS-REASON-IN = SPACES
        DISPLAY "A reason is required - not filed."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "File this correction for supervisor approval? (Y/N): "
        WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "Not filed."
        EXIT PARAGRAPH
    END-IF.

    PERFORM FIND-NEXT-SEQ.
    MOVE SPACES TO CORRECTION-RECORD.
    MOVE WS-NEXT-SEQ TO COR-SEQ.
    MOVE EMP-ID TO COR-EMP-ID.
    MOVE WS-DATE-IN TO COR-DATE.
    MOVE EMP-LOCATION TO COR-BRANCH.
    MOVE WS-CODE-IN TO COR-NEW-CODE.
    MOVE WS-TIME-IN TO COR-NEW-IN.
    MOVE WS-TIME-OUT TO COR-NEW-OUT.
    MOVE WS-REASON-IN TO COR-REASON.
    MOVE WS-OPERATOR-ID TO COR-FILED-BY.
    MOVE WS-RUN-DATE TO COR-FILED-ON.
    SET COR-PENDING TO TRUE.
    MOVE ZERO TO COR-DECIDED-ON.
    OPEN EXTEND CORRECTION-FILE.
    IF WS-CORR-STATUS = "35"
        OPEN OUTPUT CORRECTION-FILE
    END-IF.
    WRITE CORRECTION-RECORD.
    CLOSE CORRECTION-FILE.
    DISPLAY "Correction " WS-NEXT-SEQ " filed - pending supervisor "
        "approval.".

VALIDATE-CLOCK-TIME.
    MOVE "N" TO WS-TIME-OK.
    IF WS-CLOCK-TIME NUMERIC
        IF WS-CLOCK-TIME(1:2) <= "23" AND WS-CLOCK-TIME(3:2) <= "59"
            MOVE "Y" TO WS-TIME-OK
        END-IF
    END-IF.

CHECK-PENDING-REQUEST.
    MOVE "N" TO WS-PENDING-FOUND.
    OPEN INPUT CORRECTION-FILE.
    IF WS-CORR-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-CORR-STATUS NOT = "00"
        READ CORRECTION-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF COR-EMP-ID = EMP-ID AND COR-DATE = WS-DATE-IN
                AND COR-PENDING
            MOVE "Y" TO WS-PENDING-FOUND
        END-IF
    END-PERFORM.
    CLOSE CORRECTION-FILE.

*> The clerk sees what the clock sent before deciding what to file.
SHOW-DAY-ON-FILE.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        DISPLAY "No attendance history on file for that day."
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-PENDING-FOUND.
    PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
        READ HISTORY-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF ATT-EMP-ID NUMERIC
            IF ATT-EMP-ID = EMP-ID AND ATT-DATE = WS-DATE-IN
                MOVE "Y" TO WS-PENDING-FOUND
                DISPLAY "On file: code " ATT-CODE "  in " ATT-TIME-IN
                    "  out " ATT-TIME-OUT "  shift " ATT-SHIFT-CODE
            END-IF
        END-IF
    END-PERFORM.
    CLOSE HISTORY-FILE.
    IF WS-PENDING-FOUND NOT = "Y"
        DISPLAY "No attendance history on file for that day."
    END-IF.

FIND-NEXT-SEQ.
    MOVE ZERO TO WS-NEXT-SEQ.
    OPEN INPUT CORRECTION-FILE.
    IF WS-CORR-STATUS = "00"
        PERFORM UNTIL WS-CORR-STATUS NOT = "00"
            READ CORRECTION-FILE
                AT END
                    EXIT PERFORM
            END-READ
            IF COR-SEQ > WS-NEXT-SEQ
                MOVE COR-SEQ TO WS-NEXT-SEQ
            END-IF
        END-PERFORM
        CLOSE CORRECTION-FILE
    END-IF.
    ADD 1 TO WS-NEXT-SEQ.

LIST-CORRECTIONS.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM CHECK-EMPLOYEE-SCOPE
            IF BSC-IN-SCOPE NOT = "Y"
                EXIT PARAGRAPH
            END-IF
    END-READ.
    MOVE ZERO TO WS-LIST-COUNT.
    OPEN INPUT CORRECTION-FILE.
    IF WS-CORR-STATUS NOT = "00"
        DISPLAY "No corrections on file."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Seq    Date     C In   Out  Status   Filed by "
        "Decided by".
    PERFORM UNTIL WS-CORR-STATUS NOT = "00"
        READ CORRECTION-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF COR-EMP-ID = WS-LOOKUP-ID
            ADD 1 TO WS-LIST-COUNT
            EVALUATE TRUE
                WHEN COR-PENDING
                    MOVE "PENDING" TO WS-STATUS-TEXT
                WHEN COR-APPROVED
                    MOVE "APPROVED" TO WS-STATUS-TEXT
                WHEN OTHER
                    MOVE "REJECTED" TO WS-STATUS-TEXT
            END-EVALUATE
            DISPLAY COR-SEQ " " COR-DATE " " COR-NEW-CODE " "
                COR-NEW-IN " " COR-NEW-OUT " " WS-STATUS-TEXT " "
                COR-FILED-BY " " COR-DECIDED-BY
            DISPLAY "       " COR-REASON
        END-IF
    END-PERFORM.
    CLOSE CORRECTION-FILE.
    IF WS-LIST-COUNT = ZERO
        DISPLAY "No corrections for that employee."
    END-IF.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
