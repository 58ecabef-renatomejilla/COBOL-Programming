*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Notification set-up: the contacts on notifcon.dat
*>              that NOTIFY-DISPATCH addresses messages to (an
*>              email address and a mobile number per employee or
*>              operator) and the message templates on notiftpl.dat
*>              it merges. A template is a code, an email subject
*>              and a body, with &1 to &5 where the queueing
*>              program's merge fields go. Loading the standard
*>              templates never overwrites one already on file, so
*>              a reworded template survives a reload.

IDENTIFICATION DIVISION.
PROGRAM-ID.     NOTIFY-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CONTACT-FILE ASSIGN TO "notifcon.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NCN-KEY
            FILE STATUS IS WS-CONTACT-STATUS.

        SELECT TEMPLATE-FILE ASSIGN TO "notiftpl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NTT-CODE
            FILE STATUS IS WS-TEMPLATE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD CONTACT-FILE.
    COPY NOTIFCON.

    FD TEMPLATE-FILE.
    COPY NOTIFTPL.

    WORKING-STORAGE SECTION.
    01 WS-CONTACT-STATUS    PIC XX.
    01 WS-TEMPLATE-STATUS   PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-TYPE-IN           PIC X.
    01 WS-ID-IN             PIC X(15).
    01 WS-EMP-ID-IN         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-EMAIL-IN          PIC X(40).
    01 WS-MOBILE-IN         PIC X(15).
    01 WS-CODE-IN           PIC X(8).
    01 WS-SUBJECT-IN        PIC X(60).
    01 WS-BODY-IN           PIC X(160).
    01 WS-CONFIRM           PIC X.
    01 WS-LIST-COUNT        PIC 9(5).
    01 WS-ON-FILE-BEFORE    PIC 9(3).
    01 WS-ON-FILE-AFTER     PIC 9(3).
    01 WS-LOADED-COUNT      PIC 9(3).

PROCEDURE DIVISION.
001-MAIN.
    OPEN I-O CONTACT-FILE.
    IF WS-CONTACT-STATUS = "35"
        OPEN OUTPUT CONTACT-FILE
        CLOSE CONTACT-FILE
        OPEN I-O CONTACT-FILE
    END-IF.
    OPEN I-O TEMPLATE-FILE.
    IF WS-TEMPLATE-STATUS = "35"
        OPEN OUTPUT TEMPLATE-FILE
        PERFORM WRITE-STANDARD-TEMPLATES
        CLOSE TEMPLATE-FILE
        OPEN I-O TEMPLATE-FILE
        DISPLAY "notiftpl.dat created with the standard templates."
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== NOTIFICATION SET-UP ===="
        DISPLAY "1 - Add or Change Contact"
        DISPLAY "2 - Remove Contact"
        DISPLAY "3 - List Contacts"
        DISPLAY "4 - Add or Change Template"
        DISPLAY "5 - List Templates"
        DISPLAY "6 - Load Standard Templates"
        DISPLAY "7 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM ADD-OR-CHANGE-CONTACT
            WHEN 2
                PERFORM REMOVE-CONTACT
            WHEN 3
                PERFORM LIST-CONTACTS
            WHEN 4
                PERFORM ADD-OR-CHANGE-TEMPLATE
            WHEN 5
                PERFORM LIST-TEMPLATES
            WHEN 6
                PERFORM LOAD-STANDARD-TEMPLATES
            WHEN 7
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE CONTACT-FILE.
    CLOSE TEMPLATE-FILE.
    DISPLAY "Notification set-up ended.".
GOBACK.

ACCEPT-CONTACT-KEY.
    DISPLAY "Recipient type (E employee, O operator): "
        WITH NO ADVANCING.
    ACCEPT WS-TYPE-IN.
    MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN.
    MOVE SPACES TO WS-ID-IN.
*> Employee IDs are held as the six digits NOTIFY queues them
*> under, so 123 and 000123 are the same contact.
    EVALUATE WS-TYPE-IN
        WHEN "E"
            DISPLAY "Employee ID                           : "
                WITH NO ADVANCING
            ACCEPT WS-EMP-ID-IN
            IF WS-EMP-ID-IN NOT = ZERO
                SET EIC-VALIDATE TO TRUE
                MOVE WS-EMP-ID-IN TO EIC-EMP-ID
                CALL "EMPIDCHK" USING EMP-ID-CHK-AREA
                IF EIC-VALID = "Y"
                    MOVE WS-EMP-ID-IN TO WS-ID-IN
                ELSE
                    DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
                END-IF
            END-IF
        WHEN "O"
            DISPLAY "Operator ID                           : "
                WITH NO ADVANCING
            ACCEPT WS-ID-IN
            MOVE FUNCTION UPPER-CASE(WS-ID-IN) TO WS-ID-IN
    END-EVALUATE.

ADD-OR-CHANGE-CONTACT.
    PERFORM ACCEPT-CONTACT-KEY.
    IF WS-TYPE-IN NOT = "E" AND WS-TYPE-IN NOT = "O"
        DISPLAY "Type must be E or O - not saved."
        EXIT PARAGRAPH
    END-IF.
    IF WS-ID-IN = SPACES
        DISPLAY "ID is required - not saved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Email address                         : "
        WITH NO ADVANCING.
    ACCEPT WS-EMAIL-IN.
    DISPLAY "Mobile number                         : "
        WITH NO ADVANCING.
    ACCEPT WS-MOBILE-IN.
    IF WS-EMAIL-IN = SPACES AND WS-MOBILE-IN = SPACES
        DISPLAY "An email address or mobile number is required - "
            "not saved."
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-TYPE-IN TO NCN-TYPE.
    MOVE WS-ID-IN TO NCN-ID.
    READ CONTACT-FILE
        INVALID KEY
            MOVE "23" TO WS-CONTACT-STATUS
    END-READ.
    MOVE WS-TYPE-IN TO NCN-TYPE.
    MOVE WS-ID-IN TO NCN-ID.
    MOVE WS-EMAIL-IN TO NCN-EMAIL.
    MOVE WS-MOBILE-IN TO NCN-MOBILE.
    IF WS-CONTACT-STATUS = "00"
        REWRITE NOTIF-CONTACT-RECORD
        DISPLAY "Contact " WS-TYPE-IN " " FUNCTION TRIM(WS-ID-IN)
            " changed."
    ELSE
        WRITE NOTIF-CONTACT-RECORD
        DISPLAY "Contact " WS-TYPE-IN " " FUNCTION TRIM(WS-ID-IN)
            " added."
    END-IF.

REMOVE-CONTACT.
    PERFORM ACCEPT-CONTACT-KEY.
    MOVE WS-TYPE-IN TO NCN-TYPE.
    MOVE WS-ID-IN TO NCN-ID.
    READ CONTACT-FILE
        INVALID KEY
            DISPLAY "No contact on file for " WS-TYPE-IN " "
                FUNCTION TRIM(WS-ID-IN) "."
            EXIT PARAGRAPH
    END-READ.
    DISPLAY "Email : " NCN-EMAIL.
    DISPLAY "Mobile: " NCN-MOBILE.
    DISPLAY "Remove this contact? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
        DELETE CONTACT-FILE RECORD
        DISPLAY "Contact removed."
    ELSE
        DISPLAY "Contact kept."
    END-IF.

LIST-CONTACTS.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE LOW-VALUES TO NCN-KEY.
    START CONTACT-FILE KEY IS NOT LESS THAN NCN-KEY
        INVALID KEY
            DISPLAY "No contacts on file."
            EXIT PARAGRAPH
    END-START.
    DISPLAY "T ID              EMAIL                           "
        "         MOBILE".
    PERFORM UNTIL WS-CONTACT-STATUS NOT = "00"
        READ CONTACT-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-LIST-COUNT
        DISPLAY NCN-TYPE " " NCN-ID " " NCN-EMAIL " " NCN-MOBILE
    END-PERFORM.
    MOVE "00" TO WS-CONTACT-STATUS.
    DISPLAY WS-LIST-COUNT " contact(s).".

ADD-OR-CHANGE-TEMPLATE.
    DISPLAY "Template code            : " WITH NO ADVANCING.
    ACCEPT WS-CODE-IN.
    MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN.
    IF WS-CODE-IN = SPACES
        DISPLAY "Code is required - not saved."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CODE-IN TO NTT-CODE.
    READ TEMPLATE-FILE
        INVALID KEY
            MOVE "23" TO WS-TEMPLATE-STATUS
    END-READ.
    IF WS-TEMPLATE-STATUS = "00"
        DISPLAY "Subject now: " NTT-SUBJECT
        DISPLAY "Body now   : " NTT-BODY
    END-IF.
    DISPLAY "Merge fields go in as &1 to &5."
    DISPLAY "Subject                  : " WITH NO ADVANCING.
    ACCEPT WS-SUBJECT-IN.
    DISPLAY "Body                     : " WITH NO ADVANCING.
    ACCEPT WS-BODY-IN.
    IF WS-BODY-IN = SPACES
        DISPLAY "Body is required - not saved."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CODE-IN TO NTT-CODE.
    MOVE WS-SUBJECT-IN TO NTT-SUBJECT.
    MOVE WS-BODY-IN TO NTT-BODY.
    IF WS-TEMPLATE-STATUS = "00"
        REWRITE NOTIF-TEMPLATE-RECORD
        DISPLAY "Template " FUNCTION TRIM(WS-CODE-IN) " changed."
    ELSE
        WRITE NOTIF-TEMPLATE-RECORD
        DISPLAY "Template " FUNCTION TRIM(WS-CODE-IN) " added."
    END-IF.

LIST-TEMPLATES.
    MOVE ZERO TO WS-LIST-COUNT.
    PERFORM COUNT-TEMPLATES.
    IF WS-LIST-COUNT = ZERO
        DISPLAY "No templates on file."
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE LOW-VALUES TO NTT-CODE.
    START TEMPLATE-FILE KEY IS NOT LESS THAN NTT-CODE
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-TEMPLATE-STATUS NOT = "00"
        READ TEMPLATE-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-LIST-COUNT
        DISPLAY " "
        DISPLAY NTT-CODE "  " NTT-SUBJECT
        DISPLAY "          " NTT-BODY(1:70)
        IF NTT-BODY(71:90) NOT = SPACES
            DISPLAY "          " NTT-BODY(71:70)
        END-IF
        IF NTT-BODY(141:20) NOT = SPACES
            DISPLAY "          " NTT-BODY(141:20)
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-TEMPLATE-STATUS.
    DISPLAY " ".
    DISPLAY WS-LIST-COUNT " template(s).".

COUNT-TEMPLATES.
    MOVE LOW-VALUES TO NTT-CODE.
    START TEMPLATE-FILE KEY IS NOT LESS THAN NTT-CODE
        INVALID KEY
            MOVE "00" TO WS-TEMPLATE-STATUS
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-TEMPLATE-STATUS NOT = "00"
        READ TEMPLATE-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-LIST-COUNT
    END-PERFORM.
    MOVE "00" TO WS-TEMPLATE-STATUS.

*> The standard set is written over the open file; a code
*> already on file refuses the WRITE and keeps its wording.
LOAD-STANDARD-TEMPLATES.
    MOVE ZERO TO WS-LIST-COUNT.
    PERFORM COUNT-TEMPLATES.
    MOVE WS-LIST-COUNT TO WS-ON-FILE-BEFORE.
    PERFORM WRITE-STANDARD-TEMPLATES.
    MOVE ZERO TO WS-LIST-COUNT.
    PERFORM COUNT-TEMPLATES.
    MOVE WS-LIST-COUNT TO WS-ON-FILE-AFTER.
    COMPUTE WS-LOADED-COUNT = WS-ON-FILE-AFTER - WS-ON-FILE-BEFORE.
    DISPLAY WS-LOADED-COUNT " standard template(s) loaded; "
        "templates already on file kept.".

WRITE-STANDARD-TEMPLATES.
    COPY NTFSEED.
