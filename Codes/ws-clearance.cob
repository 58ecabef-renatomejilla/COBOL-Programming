*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Separation clearance over clearance.dat. Starting
*>              the clearance of a separated employee opens a
*>              checklist with one pending line for every active
*>              department on depts.dat; each department then signs
*>              off with its remarks, the operator and the date
*>              recorded. The checklist shows and prints (to
*>              clearance.prt) every sign-off together with the
*>              company property still out on assets.dat and its
*>              value. Clearance is complete, and WS-FINAL-PAY will
*>              release the final pay, only when every department
*>              has signed and nothing is still out - items come
*>              back through WS-ASSET-MAINT or are charged against
*>              the final pay.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-CLEARANCE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CLEARANCE-FILE ASSIGN TO "clearance.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLR-KEY
            FILE STATUS IS WS-CLEAR-STATUS.

        SELECT ASSET-FILE ASSIGN TO "assets.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AST-KEY
            ALTERNATE RECORD KEY IS AST-TAG
                WITH DUPLICATES
            FILE STATUS IS WS-ASSET-STATUS.

        SELECT DEPT-FILE ASSIGN TO "depts.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DEPT-CODE
            FILE STATUS IS WS-DEPT-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT CHECKLIST-FILE ASSIGN TO "clearance.prt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHECKLIST-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD CLEARANCE-FILE.
    COPY CLEARREC.

    FD ASSET-FILE.
    COPY ASSETREC.

    FD DEPT-FILE.
    COPY DEPTREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD CHECKLIST-FILE.
    01 CHECKLIST-LINE       PIC X(80).

    WORKING-STORAGE SECTION.
    01 WS-CLEAR-STATUS      PIC XX.
    01 WS-ASSET-STATUS      PIC XX.
    01 WS-DEPT-STATUS       PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-CHECKLIST-STATUS  PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-EMP-ID-IN         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-DEPT-IN           PIC X(10).
    01 WS-REMARKS-IN        PIC X(30).
    01 WS-FOUND-FLAG        PIC X.
    01 WS-EMP-OK            PIC X.
    01 WS-DEPT-COUNT        PIC 99.
    01 WS-VALUE-DISP        PIC Z,ZZZ,ZZ9.99.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY CLEARCHK.

    01 PRT-SIGN-LINE.
        05 PRT-SIGN-DEPT    PIC X(10).
        05 FILLER           PIC X     VALUE SPACE.
        05 PRT-SIGN-STATUS  PIC X(8).
        05 FILLER           PIC X     VALUE SPACE.
        05 PRT-SIGN-ON      PIC X(8).
        05 FILLER           PIC X     VALUE SPACE.
        05 PRT-SIGN-BY      PIC X(8).
        05 FILLER           PIC X     VALUE SPACE.
        05 PRT-SIGN-REMARKS PIC X(30).
    01 PRT-ITEM-LINE.
        05 PRT-ITEM-TAG     PIC X(12).
        05 FILLER           PIC X     VALUE SPACE.
        05 PRT-ITEM-TYPE    PIC X(8).
        05 FILLER           PIC X     VALUE SPACE.
        05 PRT-ITEM-DESC    PIC X(30).
        05 FILLER           PIC X     VALUE SPACE.
        05 PRT-ITEM-ISSUED  PIC 9(8).
        05 FILLER           PIC X     VALUE SPACE.
        05 PRT-ITEM-VALUE   PIC Z,ZZZ,ZZ9.99.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-OPERATOR-ID.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to clear."
        GOBACK
    END-IF.
    OPEN I-O CLEARANCE-FILE.
    IF WS-CLEAR-STATUS = "35"
        OPEN OUTPUT CLEARANCE-FILE
        CLOSE CLEARANCE-FILE
        OPEN I-O CLEARANCE-FILE
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== SEPARATION CLEARANCE ===="
        DISPLAY "1 - Start Clearance"
        DISPLAY "2 - Department Sign-Off"
        DISPLAY "3 - Show and Print Checklist"
        DISPLAY "4 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM START-CLEARANCE
            WHEN 2
                PERFORM SIGN-OFF-DEPARTMENT
            WHEN 3
                PERFORM SHOW-CHECKLIST
            WHEN 4
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE CLEARANCE-FILE.
    CLOSE EMPLOYEE-MASTER.
    DISPLAY "Separation clearance ended.".
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

READ-SEPARATED-EMPLOYEE.
    MOVE "N" TO WS-EMP-OK.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-EMP-ID-IN.
    MOVE WS-EMP-ID-IN TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-EMP-ID-IN TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            DISPLAY "Employee not on file."
            EXIT PARAGRAPH
    END-READ.
    IF NOT EMP-SEPARATED
        DISPLAY "Employee is not separated - record the separation "
            "through employee maintenance first."
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-EMP-OK.

START-CLEARANCE.
    PERFORM READ-SEPARATED-EMPLOYEE.
    IF WS-EMP-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE EMP-ID TO CCK-EMP-ID.
    CALL "CLEARCHK" USING CLEARANCE-CHECK-AREA.
    IF CCK-STARTED = "Y"
        DISPLAY "Clearance already started - " CCK-DEPTS-PENDING
            " of " CCK-DEPTS " department(s) still to sign."
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT DEPT-FILE.
    IF WS-DEPT-STATUS NOT = "00"
        DISPLAY "depts.dat not found - set up the departments first."
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-DEPT-COUNT.
    PERFORM UNTIL WS-DEPT-STATUS NOT = "00"
        READ DEPT-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF DEPT-IS-ACTIVE
            MOVE EMP-ID TO CLR-EMP-ID
            MOVE DEPT-CODE TO CLR-DEPT
            SET CLR-PENDING TO TRUE
            MOVE WS-RUN-DATE TO CLR-STARTED-ON
            MOVE WS-OPERATOR-ID TO CLR-STARTED-BY
            MOVE ZERO TO CLR-SIGNED-ON
            MOVE SPACES TO CLR-SIGNED-BY
            MOVE SPACES TO CLR-REMARKS
            WRITE CLEARANCE-RECORD
            ADD 1 TO WS-DEPT-COUNT
        END-IF
    END-PERFORM.
    CLOSE DEPT-FILE.
    MOVE "00" TO WS-CLEAR-STATUS.
    DISPLAY "Clearance started - " WS-DEPT-COUNT
        " department(s) to sign off.".
    MOVE EMP-ID TO CCK-EMP-ID.
    CALL "CLEARCHK" USING CLEARANCE-CHECK-AREA.
    IF CCK-ITEMS-OUT > ZERO
        MOVE CCK-VALUE-OUT TO WS-VALUE-DISP
        DISPLAY CCK-ITEMS-OUT " item(s) of company property still "
            "out, value " WS-VALUE-DISP "."
    END-IF.

SIGN-OFF-DEPARTMENT.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-EMP-ID-IN.
    MOVE WS-EMP-ID-IN TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Department : " WITH NO ADVANCING.
    ACCEPT WS-DEPT-IN.
    CALL "DEPTVAL" USING WS-DEPT-IN WS-FOUND-FLAG.
    IF WS-FOUND-FLAG NOT = "Y"
        DISPLAY "Not an approved department - not signed."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-EMP-ID-IN TO CLR-EMP-ID.
    MOVE WS-DEPT-IN TO CLR-DEPT.
    READ CLEARANCE-FILE
        INVALID KEY
            DISPLAY "No clearance line for that employee and "
                "department."
            MOVE "00" TO WS-CLEAR-STATUS
            EXIT PARAGRAPH
    END-READ.
    IF CLR-SIGNED
        DISPLAY "Already signed on " CLR-SIGNED-ON " by "
            CLR-SIGNED-BY "."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-EMP-ID-IN TO CCK-EMP-ID.
    CALL "CLEARCHK" USING CLEARANCE-CHECK-AREA.
    IF CCK-ITEMS-OUT > ZERO
        MOVE CCK-VALUE-OUT TO WS-VALUE-DISP
        DISPLAY "Note: " CCK-ITEMS-OUT " item(s) of company property "
            "still out, value " WS-VALUE-DISP "."
    END-IF.
    DISPLAY "Remarks    : " WITH NO ADVANCING.
    ACCEPT WS-REMARKS-IN.
    SET CLR-SIGNED TO TRUE.
    MOVE WS-RUN-DATE TO CLR-SIGNED-ON.
    MOVE WS-OPERATOR-ID TO CLR-SIGNED-BY.
    MOVE WS-REMARKS-IN TO CLR-REMARKS.
    REWRITE CLEARANCE-RECORD.
    DISPLAY WS-DEPT-IN " signed off.".

SHOW-CHECKLIST.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-EMP-ID-IN.
    MOVE WS-EMP-ID-IN TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-EMP-ID-IN TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            DISPLAY "Employee not on file."
            EXIT PARAGRAPH
    END-READ.
    MOVE EMP-ID TO CCK-EMP-ID.
    CALL "CLEARCHK" USING CLEARANCE-CHECK-AREA.
    IF CCK-STARTED NOT = "Y"
        DISPLAY "Clearance has not been started for this employee."
        EXIT PARAGRAPH
    END-IF.
    PERFORM FORMAT-EMPLOYEE-NAME.

    OPEN OUTPUT CHECKLIST-FILE.
    MOVE "SEPARATION CLEARANCE CHECKLIST" TO CHECKLIST-LINE.
    PERFORM PUT-LINE.
    MOVE SPACES TO CHECKLIST-LINE.
    STRING "Employee : " EMP-ID "  " WS-FULL-NAME
        DELIMITED BY SIZE INTO CHECKLIST-LINE.
    PERFORM PUT-LINE.
    MOVE SPACES TO CHECKLIST-LINE.
    STRING "Branch   : " EMP-LOCATION "  Department: " EMP-DEPT
        "  Separated: " EMP-SEP-DATE
        DELIMITED BY SIZE INTO CHECKLIST-LINE.
    PERFORM PUT-LINE.
    MOVE SPACES TO CHECKLIST-LINE.
    PERFORM PUT-LINE.
    MOVE "DEPARTMENT SIGN-OFFS" TO CHECKLIST-LINE.
    PERFORM PUT-LINE.
    MOVE "DEPT       STATUS   SIGNED   BY       REMARKS"
        TO CHECKLIST-LINE.
    PERFORM PUT-LINE.
    MOVE EMP-ID TO CLR-EMP-ID.
    MOVE LOW-VALUES TO CLR-DEPT.
    START CLEARANCE-FILE KEY IS NOT LESS THAN CLR-KEY
        INVALID KEY
            MOVE "23" TO WS-CLEAR-STATUS
    END-START.
    PERFORM UNTIL WS-CLEAR-STATUS NOT = "00"
        READ CLEARANCE-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF CLR-EMP-ID NOT = EMP-ID
            EXIT PERFORM
        END-IF
        PERFORM PUT-SIGN-OFF-LINE
    END-PERFORM.
    MOVE "00" TO WS-CLEAR-STATUS.

    MOVE SPACES TO CHECKLIST-LINE.
    PERFORM PUT-LINE.
    MOVE "COMPANY PROPERTY NOT RETURNED" TO CHECKLIST-LINE.
    PERFORM PUT-LINE.
    PERFORM LIST-UNRETURNED-ITEMS.
    MOVE SPACES TO CHECKLIST-LINE.
    PERFORM PUT-LINE.
    MOVE CCK-VALUE-OUT TO WS-VALUE-DISP.
    STRING CCK-ITEMS-OUT " item(s) out, value " WS-VALUE-DISP
        DELIMITED BY SIZE INTO CHECKLIST-LINE.
    PERFORM PUT-LINE.
    MOVE SPACES TO CHECKLIST-LINE.
    IF CCK-COMPLETE = "Y"
        MOVE "CLEARANCE COMPLETE - final pay may be released."
            TO CHECKLIST-LINE
    ELSE
        STRING "CLEARANCE INCOMPLETE - " CCK-DEPTS-PENDING
            " department(s) to sign, " CCK-ITEMS-OUT
            " item(s) out." DELIMITED BY SIZE INTO CHECKLIST-LINE
    END-IF.
    PERFORM PUT-LINE.
    CLOSE CHECKLIST-FILE.
    DISPLAY "Checklist written to clearance.prt.".

*> Every line goes to the screen and to the printed checklist.
PUT-LINE.
    DISPLAY CHECKLIST-LINE.
    WRITE CHECKLIST-LINE.

PUT-SIGN-OFF-LINE.
    MOVE CLR-DEPT TO PRT-SIGN-DEPT.
    IF CLR-SIGNED
        MOVE "SIGNED" TO PRT-SIGN-STATUS
        MOVE CLR-SIGNED-ON TO PRT-SIGN-ON
    ELSE
        MOVE "PENDING" TO PRT-SIGN-STATUS
        MOVE SPACES TO PRT-SIGN-ON
    END-IF.
    MOVE CLR-SIGNED-BY TO PRT-SIGN-BY.
    MOVE CLR-REMARKS TO PRT-SIGN-REMARKS.
    MOVE PRT-SIGN-LINE TO CHECKLIST-LINE.
    PERFORM PUT-LINE.

LIST-UNRETURNED-ITEMS.
    OPEN INPUT ASSET-FILE.
    IF WS-ASSET-STATUS NOT = "00"
        MOVE "  (none)" TO CHECKLIST-LINE
        PERFORM PUT-LINE
        EXIT PARAGRAPH
    END-IF.
    IF CCK-ITEMS-OUT = ZERO
        MOVE "  (none)" TO CHECKLIST-LINE
        PERFORM PUT-LINE
    END-IF.
    MOVE EMP-ID TO AST-EMP-ID.
    MOVE LOW-VALUES TO AST-TAG.
    START ASSET-FILE KEY IS NOT LESS THAN AST-KEY
        INVALID KEY
            MOVE "23" TO WS-ASSET-STATUS
    END-START.
    PERFORM UNTIL WS-ASSET-STATUS NOT = "00"
        READ ASSET-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF AST-EMP-ID NOT = EMP-ID
            EXIT PERFORM
        END-IF
        IF AST-OUT
            MOVE AST-TAG TO PRT-ITEM-TAG
            MOVE AST-TYPE TO PRT-ITEM-TYPE
            MOVE AST-DESCRIPTION TO PRT-ITEM-DESC
            MOVE AST-ISSUE-DATE TO PRT-ITEM-ISSUED
            MOVE AST-VALUE TO PRT-ITEM-VALUE
            MOVE PRT-ITEM-LINE TO CHECKLIST-LINE
            PERFORM PUT-LINE
        END-IF
    END-PERFORM.
    CLOSE ASSET-FILE.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
