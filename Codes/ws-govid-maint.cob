*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Online maintenance for govid.dat, the government ID
*>              registry the remittance reports and tax
*>              certificates draw on: an employee's TIN, SSS,
*>              PhilHealth and Pag-IBIG numbers. Each number keyed
*>              goes through GOVIDVAL for the agency's format and
*>              length, and is refused when it is already on file
*>              for another employee. Blank keeps the number on
*>              file, X clears it. Show displays an employee's
*>              numbers in their printed form. The save is stamped
*>              with the date and the signed-on operator.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-GOVID-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT GOVID-FILE ASSIGN TO "govid.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GID-EMP-ID
            ALTERNATE RECORD KEY IS GID-TIN
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS GID-SSS
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS GID-PHILHEALTH
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS GID-PAGIBIG
                WITH DUPLICATES
            FILE STATUS IS WS-GOVID-STATUS.

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
    FD GOVID-FILE.
    COPY GOVIDREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    WORKING-STORAGE SECTION.
    01 WS-GOVID-STATUS      PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-EMP-KNOWN         PIC X.
    01 WS-ON-FILE           PIC X.
    01 WS-ENTRY-OK          PIC X.
    01 WS-ID-IN             PIC X(20).
    01 WS-PROMPT            PIC X(20).
    01 WS-CURRENT-ID        PIC X(12).
    01 WS-NEW-ID            PIC X(12).
    01 WS-IN-USE-BY         PIC 9(6).
    01 WS-NEW-IDS.
        05 WS-NEW-TIN       PIC X(12).
        05 WS-NEW-SSS       PIC X(10).
        05 WS-NEW-PHIC      PIC X(12).
        05 WS-NEW-HDMF      PIC X(12).
    COPY GOVIDVAL.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-OPERATOR-ID.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        GOBACK
    END-IF.
    OPEN I-O GOVID-FILE.
    IF WS-GOVID-STATUS = "35"
        OPEN OUTPUT GOVID-FILE
        CLOSE GOVID-FILE
        OPEN I-O GOVID-FILE
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== GOVERNMENT ID REGISTRY ===="
        DISPLAY "1 - Add or Change IDs"
        DISPLAY "2 - Show IDs"
        DISPLAY "3 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM CHANGE-IDS
            WHEN 2
                PERFORM SHOW-IDS
            WHEN 3
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE GOVID-FILE.
    CLOSE EMPLOYEE-MASTER.
    DISPLAY "Government ID maintenance ended.".
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

FIND-EMPLOYEE.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE "N" TO WS-EMP-KNOWN.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER INVALID KEY
        DISPLAY "Employee not on the master."
    NOT INVALID KEY
        MOVE "Y" TO WS-EMP-KNOWN
        DISPLAY "Employee: " EMP-NAME " " EMP-SURNAME
    END-READ.
    MOVE "N" TO WS-ON-FILE.
    MOVE WS-LOOKUP-ID TO GID-EMP-ID.
    READ GOVID-FILE
        INVALID KEY
            MOVE SPACES TO GID-TIN GID-SSS GID-PHILHEALTH
                GID-PAGIBIG
        NOT INVALID KEY
            MOVE "Y" TO WS-ON-FILE
    END-READ.

*> Every number is checked before anything is written, so a bad
*> or duplicate one leaves the record exactly as it was.
CHANGE-IDS.
    PERFORM FIND-EMPLOYEE.
    IF WS-EMP-KNOWN NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    IF EMP-SEPARATED
        DISPLAY "Note: employee is separated."
    END-IF.
    MOVE GID-TIN TO WS-NEW-TIN.
    MOVE GID-SSS TO WS-NEW-SSS.
    MOVE GID-PHILHEALTH TO WS-NEW-PHIC.
    MOVE GID-PAGIBIG TO WS-NEW-HDMF.
    MOVE "Y" TO WS-ENTRY-OK.

    MOVE "TIN " TO GIV-TYPE.
    MOVE "TIN               : " TO WS-PROMPT.
    MOVE WS-NEW-TIN TO WS-CURRENT-ID.
    PERFORM ACCEPT-ONE-ID.
    MOVE WS-NEW-ID TO WS-NEW-TIN.
    IF WS-ENTRY-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE "SSS " TO GIV-TYPE.
    MOVE "SSS number        : " TO WS-PROMPT.
    MOVE WS-NEW-SSS TO WS-CURRENT-ID.
    PERFORM ACCEPT-ONE-ID.
    MOVE WS-NEW-ID TO WS-NEW-SSS.
    IF WS-ENTRY-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE "PHIC" TO GIV-TYPE.
    MOVE "PhilHealth number : " TO WS-PROMPT.
    MOVE WS-NEW-PHIC TO WS-CURRENT-ID.
    PERFORM ACCEPT-ONE-ID.
    MOVE WS-NEW-ID TO WS-NEW-PHIC.
    IF WS-ENTRY-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE "HDMF" TO GIV-TYPE.
    MOVE "Pag-IBIG number   : " TO WS-PROMPT.
    MOVE WS-NEW-HDMF TO WS-CURRENT-ID.
    PERFORM ACCEPT-ONE-ID.
    MOVE WS-NEW-ID TO WS-NEW-HDMF.
    IF WS-ENTRY-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-LOOKUP-ID TO GID-EMP-ID.
    READ GOVID-FILE
        INVALID KEY
            MOVE "N" TO WS-ON-FILE
        NOT INVALID KEY
            MOVE "Y" TO WS-ON-FILE
    END-READ.
    MOVE WS-LOOKUP-ID TO GID-EMP-ID.
    MOVE WS-NEW-TIN TO GID-TIN.
    MOVE WS-NEW-SSS TO GID-SSS.
    MOVE WS-NEW-PHIC TO GID-PHILHEALTH.
    MOVE WS-NEW-HDMF TO GID-PAGIBIG.
    MOVE WS-RUN-DATE TO GID-LAST-CHANGE.
    MOVE WS-OPERATOR-ID TO GID-CHANGED-BY.
    IF WS-ON-FILE = "Y"
        REWRITE GOV-ID-RECORD
        DISPLAY "Government IDs updated."
    ELSE
        WRITE GOV-ID-RECORD
        DISPLAY "Government IDs recorded."
    END-IF.
    IF WS-NEW-TIN = SPACES OR WS-NEW-SSS = SPACES
            OR WS-NEW-PHIC = SPACES OR WS-NEW-HDMF = SPACES
        DISPLAY "Still incomplete - the employee stays on the "
            "missing-ID exception report."
    END-IF.

*> One number for the GIV-TYPE in force: blank keeps the number on
*> file, X clears it, anything else must pass GOVIDVAL and belong
*> to no other employee. WS-ENTRY-OK goes "N" on a refusal.
ACCEPT-ONE-ID.
    MOVE WS-CURRENT-ID TO WS-NEW-ID.
    IF WS-CURRENT-ID NOT = SPACES
        MOVE WS-CURRENT-ID TO GIV-INPUT
        CALL "GOVIDVAL" USING GOV-ID-VAL-AREA
        DISPLAY "  on file: " GIV-DISPLAY
    END-IF.
    DISPLAY WS-PROMPT WITH NO ADVANCING.
    ACCEPT WS-ID-IN.
    IF WS-ID-IN = SPACES
        EXIT PARAGRAPH
    END-IF.
    IF FUNCTION UPPER-CASE(WS-ID-IN) = "X"
        MOVE SPACES TO WS-NEW-ID
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-ID-IN TO GIV-INPUT.
    CALL "GOVIDVAL" USING GOV-ID-VAL-AREA.
    IF GIV-VALID NOT = "Y"
        DISPLAY "Refused: " GIV-MESSAGE " - nothing saved."
        MOVE "N" TO WS-ENTRY-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE GIV-NUMBER TO WS-NEW-ID.
    PERFORM CHECK-ID-IN-USE.
    IF WS-IN-USE-BY NOT = ZERO
        DISPLAY "Refused: " GIV-DISPLAY " is already assigned to "
            "employee " WS-IN-USE-BY " - nothing saved."
        MOVE "N" TO WS-ENTRY-OK
    END-IF.

*> Each number is an alternate key; any record under it belonging
*> to someone else means the number is taken.
CHECK-ID-IN-USE.
    MOVE ZERO TO WS-IN-USE-BY.
    EVALUATE TRUE
        WHEN GIV-TIN
            MOVE WS-NEW-ID TO GID-TIN
            START GOVID-FILE KEY IS = GID-TIN
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
        WHEN GIV-SSS
            MOVE WS-NEW-ID TO GID-SSS
            START GOVID-FILE KEY IS = GID-SSS
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
        WHEN GIV-PHIC
            MOVE WS-NEW-ID TO GID-PHILHEALTH
            START GOVID-FILE KEY IS = GID-PHILHEALTH
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
        WHEN GIV-HDMF
            MOVE WS-NEW-ID TO GID-PAGIBIG
            START GOVID-FILE KEY IS = GID-PAGIBIG
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
    END-EVALUATE.
    PERFORM UNTIL WS-GOVID-STATUS NOT = "00"
        READ GOVID-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        EVALUATE TRUE
            WHEN GIV-TIN
                IF GID-TIN NOT = WS-NEW-ID
                    EXIT PERFORM
                END-IF
            WHEN GIV-SSS
                IF GID-SSS NOT = WS-NEW-ID(1:10)
                    EXIT PERFORM
                END-IF
            WHEN GIV-PHIC
                IF GID-PHILHEALTH NOT = WS-NEW-ID
                    EXIT PERFORM
                END-IF
            WHEN GIV-HDMF
                IF GID-PAGIBIG NOT = WS-NEW-ID
                    EXIT PERFORM
                END-IF
        END-EVALUATE
        IF GID-EMP-ID NOT = WS-LOOKUP-ID
            MOVE GID-EMP-ID TO WS-IN-USE-BY
            EXIT PERFORM
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-GOVID-STATUS.

SHOW-IDS.
    PERFORM FIND-EMPLOYEE.
    IF WS-ON-FILE NOT = "Y"
        DISPLAY "No government IDs on file for " WS-LOOKUP-ID "."
        EXIT PARAGRAPH
    END-IF.
    MOVE "TIN " TO GIV-TYPE.
    MOVE GID-TIN TO WS-CURRENT-ID.
    MOVE "TIN        : " TO WS-PROMPT.
    PERFORM SHOW-ONE-ID.
    MOVE "SSS " TO GIV-TYPE.
    MOVE GID-SSS TO WS-CURRENT-ID.
    MOVE "SSS        : " TO WS-PROMPT.
    PERFORM SHOW-ONE-ID.
    MOVE "PHIC" TO GIV-TYPE.
    MOVE GID-PHILHEALTH TO WS-CURRENT-ID.
    MOVE "PhilHealth : " TO WS-PROMPT.
    PERFORM SHOW-ONE-ID.
    MOVE "HDMF" TO GIV-TYPE.
    MOVE GID-PAGIBIG TO WS-CURRENT-ID.
    MOVE "Pag-IBIG   : " TO WS-PROMPT.
    PERFORM SHOW-ONE-ID.
    DISPLAY "Last saved " GID-LAST-CHANGE " by " GID-CHANGED-BY.

SHOW-ONE-ID.
    IF WS-CURRENT-ID = SPACES
        DISPLAY WS-PROMPT "** MISSING **"
    ELSE
        MOVE WS-CURRENT-ID TO GIV-INPUT
        CALL "GOVIDVAL" USING GOV-ID-VAL-AREA
        DISPLAY WS-PROMPT GIV-DISPLAY
    END-IF.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
