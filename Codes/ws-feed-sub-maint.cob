*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Maintenance for feedsubs.dat, the subscribers to the
*>              employee change feed, in the table-based style of
*>              WS-GLMAP-MAINT: add or change a subscriber (code,
*>              description, the change actions it takes and a Y/N
*>              answer for each employee field it is sent), remove
*>              one, and list them with the last-sent marker from
*>              each one's feed-<code>.ctl. A resend sets a
*>              subscriber's marker back to the start of a date so
*>              the next WS-CHANGE-FEED run publishes everything
*>              keyed since then again.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-FEED-SUB-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SUB-FILE ASSIGN TO "feedsubs.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUB-STATUS.

        SELECT CONTROL-FILE ASSIGN USING WS-CONTROL-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD SUB-FILE.
    COPY FEEDSUB.

    FD CONTROL-FILE.
    COPY FEEDCTL.

    WORKING-STORAGE SECTION.
    01 WS-SUB-STATUS        PIC XX.
    01 WS-CONTROL-STATUS    PIC XX.
    01 WS-CONTROL-NAME      PIC X(30).
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-SUB-IN            PIC X(8).
    01 WS-DESC-IN           PIC X(30).
    01 WS-EVENTS-IN         PIC X(7).
    01 WS-FLAG-IN           PIC X.
    01 WS-DATE-IN           PIC 9(8).
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-BAD-COUNT         PIC 9.
    01 WS-FOUND             PIC X.
    01 WS-I                 PIC 9(3).
    01 WS-J                 PIC 9(3).
    01 WS-F                 PIC 99.
    01 WS-SUB-COUNT         PIC 9(3) VALUE ZERO.
    01 WS-SUB-TABLE.
        05 WS-SUB-ENTRY OCCURS 20 TIMES.
            10 WS-TBL-SUB       PIC X(8).
            10 WS-TBL-DESC      PIC X(30).
            10 WS-TBL-EVENTS    PIC X(7).
            10 WS-TBL-FIELDS    PIC X(12).
    01 WS-SUB-RAW REDEFINES WS-SUB-TABLE.
        05 WS-SUB-RAW-ENTRY OCCURS 20 TIMES PIC X(57).
    01 WS-FIELD-LABELS.
        05 FILLER           PIC X(16) VALUE "First name".
        05 FILLER           PIC X(16) VALUE "Surname".
        05 FILLER           PIC X(16) VALUE "Phone".
        05 FILLER           PIC X(16) VALUE "Branch".
        05 FILLER           PIC X(16) VALUE "Date of birth".
        05 FILLER           PIC X(16) VALUE "Hire date".
        05 FILLER           PIC X(16) VALUE "Grade".
        05 FILLER           PIC X(16) VALUE "Salary".
        05 FILLER           PIC X(16) VALUE "Status".
        05 FILLER           PIC X(16) VALUE "Separation".
        05 FILLER           PIC X(16) VALUE "Department".
        05 FILLER           PIC X(16) VALUE "Supervisor".
    01 WS-FIELD-LABEL-TABLE REDEFINES WS-FIELD-LABELS.
        05 WS-FIELD-LABEL   PIC X(16) OCCURS 12 TIMES.
    COPY DATESRV.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM LOAD-SUB-TABLE.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== CHANGE FEED SUBSCRIBERS ===="
        DISPLAY "1 - Add or Change Subscriber"
        DISPLAY "2 - Remove Subscriber"
        DISPLAY "3 - List Subscribers"
        DISPLAY "4 - Resend From a Date"
        DISPLAY "5 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM ADD-OR-CHANGE-SUB
            WHEN 2
                PERFORM REMOVE-SUB
            WHEN 3
                PERFORM LIST-SUBS
            WHEN 4
                PERFORM RESEND-FROM-DATE
            WHEN 5
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    DISPLAY "Change feed subscriber maintenance ended.".
GOBACK.

LOAD-SUB-TABLE.
    MOVE ZERO TO WS-SUB-COUNT.
    OPEN INPUT SUB-FILE.
    IF WS-SUB-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-SUB-STATUS = "10"
        READ SUB-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-SUB-COUNT < 20
                    ADD 1 TO WS-SUB-COUNT
                    MOVE FSB-SUBSCRIBER TO WS-TBL-SUB(WS-SUB-COUNT)
                    MOVE FSB-DESC TO WS-TBL-DESC(WS-SUB-COUNT)
                    MOVE FSB-EVENTS TO WS-TBL-EVENTS(WS-SUB-COUNT)
                    MOVE FSB-FIELD-FLAGS
                        TO WS-TBL-FIELDS(WS-SUB-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SUB-FILE.

SAVE-SUB-TABLE.
    OPEN OUTPUT SUB-FILE.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-SUB-COUNT
        MOVE WS-TBL-SUB(WS-I) TO FSB-SUBSCRIBER
        MOVE WS-TBL-DESC(WS-I) TO FSB-DESC
        MOVE WS-TBL-EVENTS(WS-I) TO FSB-EVENTS
        MOVE WS-TBL-FIELDS(WS-I) TO FSB-FIELD-FLAGS
        WRITE FEED-SUB-RECORD
    END-PERFORM.
    CLOSE SUB-FILE.

ACCEPT-SUB-CODE.
    DISPLAY "Subscriber code (e.g. BADGE, HMO, BUREAU): "
        WITH NO ADVANCING.
    ACCEPT WS-SUB-IN.
    MOVE FUNCTION UPPER-CASE(WS-SUB-IN) TO WS-SUB-IN.

FIND-SUB.
    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-SUB-COUNT
        IF WS-TBL-SUB(WS-I) = WS-SUB-IN
            MOVE "Y" TO WS-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> The code becomes part of the control and output file names, so
*> it is held to letters and digits.
ADD-OR-CHANGE-SUB.
    PERFORM ACCEPT-SUB-CODE.
    MOVE ZERO TO WS-BAD-COUNT.
    INSPECT WS-SUB-IN TALLYING WS-BAD-COUNT FOR ALL "/" ALL "."
        ALL "-" ALL "*" ALL "\".
    IF WS-SUB-IN = SPACES OR WS-SUB-IN(1:1) = SPACE
            OR WS-BAD-COUNT > ZERO
        DISPLAY "A code of letters and digits is required - "
            "subscriber not saved."
        EXIT PARAGRAPH
    END-IF.
    PERFORM FIND-SUB.
    IF WS-FOUND = "N"
        IF WS-SUB-COUNT >= 20
            DISPLAY "Subscriber table is full."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-SUB-COUNT
        MOVE WS-SUB-COUNT TO WS-I
        MOVE WS-SUB-IN TO WS-TBL-SUB(WS-I)
        MOVE SPACES TO WS-TBL-DESC(WS-I)
        MOVE SPACES TO WS-TBL-EVENTS(WS-I)
        MOVE ALL "N" TO WS-TBL-FIELDS(WS-I)
    END-IF.
    DISPLAY "Description             : " WITH NO ADVANCING.
    ACCEPT WS-DESC-IN.
    IF WS-DESC-IN NOT = SPACES
        MOVE WS-DESC-IN TO WS-TBL-DESC(WS-I)
    END-IF.
    DISPLAY "Actions taken - H hire, T transfer, N name, S separation,"
    DISPLAY "  R rehire, U other, X removed (blank = all) ["
        WS-TBL-EVENTS(WS-I) "]: " WITH NO ADVANCING.
    ACCEPT WS-EVENTS-IN.
    MOVE FUNCTION UPPER-CASE(WS-EVENTS-IN) TO WS-TBL-EVENTS(WS-I).
    DISPLAY "Send each field? Y/N (blank keeps the current answer)".
    PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 12
        DISPLAY "  " WS-FIELD-LABEL(WS-F) " ["
            WS-TBL-FIELDS(WS-I)(WS-F:1) "]: " WITH NO ADVANCING
        ACCEPT WS-FLAG-IN
        MOVE FUNCTION UPPER-CASE(WS-FLAG-IN) TO WS-FLAG-IN
        IF WS-FLAG-IN = "Y" OR WS-FLAG-IN = "N"
            MOVE WS-FLAG-IN TO WS-TBL-FIELDS(WS-I)(WS-F:1)
        END-IF
    END-PERFORM.
    PERFORM SAVE-SUB-TABLE.
    DISPLAY "Subscriber " WS-SUB-IN " saved.".

REMOVE-SUB.
    PERFORM ACCEPT-SUB-CODE.
    PERFORM FIND-SUB.
    IF WS-FOUND = "N"
        DISPLAY "Subscriber not found."
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-J FROM WS-I BY 1
            UNTIL WS-J >= WS-SUB-COUNT
        MOVE WS-SUB-RAW-ENTRY(WS-J + 1) TO WS-SUB-RAW-ENTRY(WS-J)
    END-PERFORM.
    SUBTRACT 1 FROM WS-SUB-COUNT.
    PERFORM SAVE-SUB-TABLE.
    DISPLAY "Subscriber removed - its control file is left in place.".

LIST-SUBS.
    DISPLAY "CODE     DESCRIPTION                    ACTIONS "
        "FIELDS       SENT THRU".
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-SUB-COUNT
        PERFORM READ-SUB-CONTROL
        DISPLAY WS-TBL-SUB(WS-I) " "
            WS-TBL-DESC(WS-I) " "
            WS-TBL-EVENTS(WS-I) " "
            WS-TBL-FIELDS(WS-I) " "
            FCT-SENT-THRU
    END-PERFORM.
    IF WS-SUB-COUNT = ZERO
        DISPLAY "No subscribers on feedsubs.dat."
    ELSE
        DISPLAY WS-SUB-COUNT " subscriber(s). Fields in order: "
            "name, surname, phone, branch, DOB, hired,"
        DISPLAY "  grade, salary, status, separation, department, "
            "supervisor."
    END-IF.

*> A resend moves the marker back; the next feed run picks up
*> every change keyed from the start of that date.
RESEND-FROM-DATE.
    PERFORM ACCEPT-SUB-CODE.
    PERFORM FIND-SUB.
    IF WS-FOUND = "N"
        DISPLAY "Subscriber not found."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Resend changes keyed from (YYYYMMDD): "
        WITH NO ADVANCING.
    ACCEPT WS-DATE-IN.
    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-DATE-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y" OR WS-DATE-IN > WS-RUN-DATE
        DISPLAY "Not a valid date up to today - marker unchanged."
        EXIT PARAGRAPH
    END-IF.
    PERFORM READ-SUB-CONTROL.
    MOVE WS-TBL-SUB(WS-I) TO FCT-SUBSCRIBER.
    MOVE SPACES TO FCT-SENT-THRU.
    STRING WS-DATE-IN "000000" DELIMITED BY SIZE INTO FCT-SENT-THRU.
    OPEN OUTPUT CONTROL-FILE.
    WRITE FEED-CONTROL-RECORD.
    CLOSE CONTROL-FILE.
    DISPLAY "Subscriber " WS-SUB-IN " will be sent every change "
        "keyed from " WS-DATE-IN " on the next run.".

READ-SUB-CONTROL.
    MOVE SPACES TO WS-CONTROL-NAME.
    STRING "feed-" DELIMITED BY SIZE
        WS-TBL-SUB(WS-I) DELIMITED BY SPACE
        ".ctl" DELIMITED BY SIZE
        INTO WS-CONTROL-NAME.
    MOVE SPACES TO FEED-CONTROL-RECORD.
    MOVE ZERO TO FCT-LAST-COUNT.
    MOVE "(never sent)" TO FCT-SENT-THRU.
    OPEN INPUT CONTROL-FILE.
    IF WS-CONTROL-STATUS = "00"
        READ CONTROL-FILE
            AT END
                MOVE "(never sent)" TO FCT-SENT-THRU
        END-READ
        CLOSE CONTROL-FILE
    END-IF.
