*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Company property maintenance over assets.dat:
*>              issue a laptop, ID, key, phone, uniform or other
*>              item to an employee by asset tag, record its
*>              return with the date and the condition it came
*>              back in, write off an item that will not come
*>              back, and list what an employee holds or what is
*>              still out across the company. A tag already out
*>              to someone is refused until it is returned. The
*>              separation clearance lists what is still out and
*>              final pay offers its value as a deduction.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-ASSET-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ASSET-FILE ASSIGN TO "assets.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AST-KEY
            ALTERNATE RECORD KEY IS AST-TAG
                WITH DUPLICATES
            FILE STATUS IS WS-ASSET-STATUS.

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
    FD ASSET-FILE.
    COPY ASSETREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    WORKING-STORAGE SECTION.
    01 WS-ASSET-STATUS      PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-EMP-ID-IN         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-TAG-IN            PIC X(12).
    01 WS-TYPE-IN           PIC X(8).
    01 WS-DESC-IN           PIC X(30).
    01 WS-VALUE-IN          PIC 9(7)V99.
    01 WS-DATE-IN           PIC 9(8).
    01 WS-CONDITION-IN      PIC X.
    01 WS-CONFIRM           PIC X.
    01 WS-TAG-OUT           PIC X.
    01 WS-SEP-FLAG          PIC X.
    01 WS-LIST-COUNT        PIC 9(5).
    01 WS-LIST-VALUE        PIC 9(9)V99.
    01 WS-VALUE-DISP        PIC Z,ZZZ,ZZ9.99.
    01 WS-TOTAL-DISP        PIC ZZZ,ZZZ,ZZ9.99.
    01 WS-STATUS-TEXT       PIC X(11).
    COPY DATESRV.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-OPERATOR-ID.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to issue to."
        GOBACK
    END-IF.
    OPEN I-O ASSET-FILE.
    IF WS-ASSET-STATUS = "35"
        OPEN OUTPUT ASSET-FILE
        CLOSE ASSET-FILE
        OPEN I-O ASSET-FILE
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== COMPANY PROPERTY ===="
        DISPLAY "1 - Issue Property"
        DISPLAY "2 - Record Return"
        DISPLAY "3 - Write Off"
        DISPLAY "4 - Employee's Property"
        DISPLAY "5 - Property Still Out"
        DISPLAY "6 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM ISSUE-PROPERTY
            WHEN 2
                PERFORM RECORD-RETURN
            WHEN 3
                PERFORM WRITE-OFF-PROPERTY
            WHEN 4
                PERFORM LIST-EMPLOYEE-PROPERTY
            WHEN 5
                PERFORM LIST-PROPERTY-OUT
            WHEN 6
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE ASSET-FILE.
    CLOSE EMPLOYEE-MASTER.
    DISPLAY "Company property maintenance ended.".
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

*> Blank or zero means today; anything else must be a real date
*> no later than today.
ACCEPT-EVENT-DATE.
    ACCEPT WS-DATE-IN.
    IF WS-DATE-IN = ZERO
        MOVE WS-RUN-DATE TO WS-DATE-IN
        EXIT PARAGRAPH
    END-IF.
    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-DATE-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y" OR WS-DATE-IN > WS-RUN-DATE
        DISPLAY "Not a valid date up to today."
        MOVE ZERO TO WS-DATE-IN
    END-IF.

ACCEPT-EMPLOYEE-TAG.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-EMP-ID-IN.
    MOVE WS-EMP-ID-IN TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        MOVE "23" TO WS-ASSET-STATUS
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Asset tag  : " WITH NO ADVANCING.
    ACCEPT WS-TAG-IN.
    MOVE FUNCTION UPPER-CASE(WS-TAG-IN) TO WS-TAG-IN.
    MOVE WS-EMP-ID-IN TO AST-EMP-ID.
    MOVE WS-TAG-IN TO AST-TAG.
    READ ASSET-FILE
        INVALID KEY
            MOVE "23" TO WS-ASSET-STATUS
    END-READ.

ISSUE-PROPERTY.
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
            DISPLAY "Employee not on file - not issued."
            EXIT PARAGRAPH
    END-READ.
    IF EMP-SEPARATED
        DISPLAY "Employee is separated - not issued."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Asset tag  : " WITH NO ADVANCING.
    ACCEPT WS-TAG-IN.
    MOVE FUNCTION UPPER-CASE(WS-TAG-IN) TO WS-TAG-IN.
    IF WS-TAG-IN = SPACES
        DISPLAY "Asset tag is required - not issued."
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-TAG-OUT.
    IF WS-TAG-OUT = "Y"
        DISPLAY "Tag " WS-TAG-IN " is still out to employee "
            AST-EMP-ID " - record its return first."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Type (LAPTOP/ID/KEY/PHONE/UNIFORM/OTHER): "
        WITH NO ADVANCING.
    ACCEPT WS-TYPE-IN.
    MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO AST-TYPE.
    IF NOT AST-VALID-TYPE
        DISPLAY "Unknown property type - not issued."
        EXIT PARAGRAPH
    END-IF.
    MOVE AST-TYPE TO WS-TYPE-IN.
    DISPLAY "Description: " WITH NO ADVANCING.
    ACCEPT WS-DESC-IN.
    DISPLAY "Value      : " WITH NO ADVANCING.
    ACCEPT WS-VALUE-IN.
    MOVE ZERO TO WS-DATE-IN.
    PERFORM UNTIL WS-DATE-IN NOT = ZERO
        DISPLAY "Issue date YYYYMMDD (0 = today): " WITH NO ADVANCING
        PERFORM ACCEPT-EVENT-DATE
    END-PERFORM.

    MOVE WS-EMP-ID-IN TO AST-EMP-ID.
    MOVE WS-TAG-IN TO AST-TAG.
    READ ASSET-FILE
        INVALID KEY
            MOVE "23" TO WS-ASSET-STATUS
    END-READ.
    MOVE WS-EMP-ID-IN TO AST-EMP-ID.
    MOVE WS-TAG-IN TO AST-TAG.
    MOVE WS-TYPE-IN TO AST-TYPE.
    MOVE WS-DESC-IN TO AST-DESCRIPTION.
    MOVE WS-VALUE-IN TO AST-VALUE.
    MOVE WS-DATE-IN TO AST-ISSUE-DATE.
    MOVE WS-OPERATOR-ID TO AST-ISSUED-BY.
    MOVE ZERO TO AST-RETURN-DATE.
    MOVE SPACE TO AST-CONDITION.
    SET AST-OUT TO TRUE.
    IF WS-ASSET-STATUS = "00"
        REWRITE ASSET-RECORD
    ELSE
        WRITE ASSET-RECORD
    END-IF.
    MOVE "00" TO WS-ASSET-STATUS.
    DISPLAY "Issued " WS-TAG-IN " to employee " WS-EMP-ID-IN ".".

*> The tag alone is an alternate key; any record under it still
*> out means the item has not come back from its last holder.
CHECK-TAG-OUT.
    MOVE "N" TO WS-TAG-OUT.
    MOVE WS-TAG-IN TO AST-TAG.
    START ASSET-FILE KEY IS = AST-TAG
        INVALID KEY
            MOVE "00" TO WS-ASSET-STATUS
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-ASSET-STATUS NOT = "00"
        READ ASSET-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF AST-TAG NOT = WS-TAG-IN
            EXIT PERFORM
        END-IF
        IF AST-OUT
            MOVE "Y" TO WS-TAG-OUT
            EXIT PERFORM
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-ASSET-STATUS.

RECORD-RETURN.
    PERFORM ACCEPT-EMPLOYEE-TAG.
    IF WS-ASSET-STATUS NOT = "00"
        DISPLAY "No such item issued to that employee."
        MOVE "00" TO WS-ASSET-STATUS
        EXIT PARAGRAPH
    END-IF.
    IF NOT AST-OUT
        DISPLAY "Item is not out (status " AST-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-DATE-IN.
    PERFORM UNTIL WS-DATE-IN NOT = ZERO
        DISPLAY "Return date YYYYMMDD (0 = today): " WITH NO ADVANCING
        PERFORM ACCEPT-EVENT-DATE
    END-PERFORM.
    IF WS-DATE-IN < AST-ISSUE-DATE
        DISPLAY "Return date is before the issue date - not saved."
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACE TO WS-CONDITION-IN.
    PERFORM UNTIL WS-CONDITION-IN = "G" OR WS-CONDITION-IN = "D"
        DISPLAY "Condition (G = good, D = damaged): "
            WITH NO ADVANCING
        ACCEPT WS-CONDITION-IN
        MOVE FUNCTION UPPER-CASE(WS-CONDITION-IN) TO WS-CONDITION-IN
    END-PERFORM.
    MOVE WS-DATE-IN TO AST-RETURN-DATE.
    MOVE WS-CONDITION-IN TO AST-CONDITION.
    SET AST-RETURNED TO TRUE.
    REWRITE ASSET-RECORD.
    DISPLAY "Return recorded.".

WRITE-OFF-PROPERTY.
    PERFORM ACCEPT-EMPLOYEE-TAG.
    IF WS-ASSET-STATUS NOT = "00"
        DISPLAY "No such item issued to that employee."
        MOVE "00" TO WS-ASSET-STATUS
        EXIT PARAGRAPH
    END-IF.
    IF NOT AST-OUT
        DISPLAY "Item is not out (status " AST-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    MOVE AST-VALUE TO WS-VALUE-DISP.
    DISPLAY AST-TYPE " " AST-DESCRIPTION " value " WS-VALUE-DISP.
    DISPLAY "Write this item off, nothing charged? (Y/N): "
        WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "Not written off."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-RUN-DATE TO AST-RETURN-DATE.
    MOVE SPACE TO AST-CONDITION.
    SET AST-WRITTEN-OFF TO TRUE.
    REWRITE ASSET-RECORD.
    DISPLAY "Written off.".

LIST-EMPLOYEE-PROPERTY.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-EMP-ID-IN.
    MOVE WS-EMP-ID-IN TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE ZERO TO WS-LIST-VALUE.
    MOVE WS-EMP-ID-IN TO AST-EMP-ID.
    MOVE LOW-VALUES TO AST-TAG.
    START ASSET-FILE KEY IS NOT LESS THAN AST-KEY
        INVALID KEY
            MOVE "23" TO WS-ASSET-STATUS
    END-START.
    DISPLAY "TAG          TYPE     VALUE         ISSUED   RETURNED"
        " COND STATUS".
    PERFORM UNTIL WS-ASSET-STATUS NOT = "00"
        READ ASSET-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF AST-EMP-ID NOT = WS-EMP-ID-IN
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-LIST-COUNT
        IF AST-OUT
            ADD AST-VALUE TO WS-LIST-VALUE
        END-IF
        PERFORM SHOW-ASSET-LINE
    END-PERFORM.
    MOVE "00" TO WS-ASSET-STATUS.
    MOVE WS-LIST-VALUE TO WS-TOTAL-DISP.
    DISPLAY WS-LIST-COUNT " item(s); value still out "
        WS-TOTAL-DISP.

LIST-PROPERTY-OUT.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE ZERO TO WS-LIST-VALUE.
    MOVE LOW-VALUES TO AST-KEY.
    START ASSET-FILE KEY IS NOT LESS THAN AST-KEY
        INVALID KEY
            MOVE "23" TO WS-ASSET-STATUS
    END-START.
    DISPLAY "EMP-ID SEP TAG          TYPE     VALUE         ISSUED".
    PERFORM UNTIL WS-ASSET-STATUS NOT = "00"
        READ ASSET-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF AST-OUT
            ADD 1 TO WS-LIST-COUNT
            ADD AST-VALUE TO WS-LIST-VALUE
            MOVE AST-EMP-ID TO EMP-ID
            MOVE SPACE TO WS-SEP-FLAG
            READ EMPLOYEE-MASTER
                INVALID KEY
                    MOVE "?" TO WS-SEP-FLAG
                NOT INVALID KEY
                    IF EMP-SEPARATED
                        MOVE "S" TO WS-SEP-FLAG
                    END-IF
            END-READ
            MOVE AST-VALUE TO WS-VALUE-DISP
            DISPLAY AST-EMP-ID "  " WS-SEP-FLAG " " AST-TAG " "
                AST-TYPE " " WS-VALUE-DISP " " AST-ISSUE-DATE
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-ASSET-STATUS.
    MOVE WS-LIST-VALUE TO WS-TOTAL-DISP.
    DISPLAY WS-LIST-COUNT " item(s) out, value " WS-TOTAL-DISP
        " (S = employee separated).".

SHOW-ASSET-LINE.
    EVALUATE TRUE
        WHEN AST-OUT
            MOVE "OUT" TO WS-STATUS-TEXT
        WHEN AST-RETURNED
            MOVE "RETURNED" TO WS-STATUS-TEXT
        WHEN AST-CHARGED
            MOVE "CHARGED" TO WS-STATUS-TEXT
        WHEN AST-WRITTEN-OFF
            MOVE "WRITTEN OFF" TO WS-STATUS-TEXT
        WHEN OTHER
            MOVE AST-STATUS TO WS-STATUS-TEXT
    END-EVALUATE.
    MOVE AST-VALUE TO WS-VALUE-DISP.
    DISPLAY AST-TAG " " AST-TYPE " " WS-VALUE-DISP " "
        AST-ISSUE-DATE " " AST-RETURN-DATE "  " AST-CONDITION
        "   " WS-STATUS-TEXT.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
