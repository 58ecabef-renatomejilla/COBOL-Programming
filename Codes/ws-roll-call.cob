*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Emergency roll-call for a fire drill or an
*>              evacuation, run on demand by the branch head for one
*>              branch. Taking the roll lists everyone on the
*>              premises: staff of the branch who clocked in today
*>              on attdhist.dat and have not clocked out, with their
*>              phone from employee.dat and first emergency contact
*>              from empdep.dat; employees on a training session
*>              running today (trnsess.dat / trnenrl.dat) whose
*>              venue names the branch - or names no branch and the
*>              trainee belongs here; and visitors signed in today
*>              on the visitor register visitors.dat, with their
*>              host. The roll is frozen on roll-<branch>.dat (see
*>              copybooks/ROLLREC.cpy) and printed numbered on
*>              rollcall.rpt for the marshal. In headcount check-in
*>              the marshal keys each roll number as the person is
*>              seen safe at the assembly point, every mark saved
*>              as it is made, and rollmiss.rpt prints who is still
*>              unaccounted for. Limited to the operator's branch
*>              access scope (BRSCOPE).

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-ROLL-CALL.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT HISTORY-FILE ASSIGN TO "attdhist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT DEPENDENT-FILE ASSIGN TO "empdep.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DPN-KEY
            FILE STATUS IS WS-DEP-STATUS.

        SELECT SESSION-FILE ASSIGN TO "trnsess.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS TSN-SESSION-ID
            FILE STATUS IS WS-SESSION-STATUS.

        SELECT ENROLL-FILE ASSIGN TO "trnenrl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TEN-KEY
            FILE STATUS IS WS-ENROLL-STATUS.

        SELECT VISITOR-FILE ASSIGN TO "visitors.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS VIS-KEY
            FILE STATUS IS WS-VISITOR-STATUS.

        SELECT BRANCH-FILE ASSIGN TO "branches.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BR-CODE
            FILE STATUS IS WS-BRANCH-STATUS.

        SELECT ROLL-FILE ASSIGN USING WS-ROLL-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROLL-STATUS.

        SELECT REPORT-FILE ASSIGN USING WS-REPORT-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD HISTORY-FILE.
    COPY ATTREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD DEPENDENT-FILE.
    COPY DEPNREC.

    FD SESSION-FILE.
    COPY TRNSESS.

    FD ENROLL-FILE.
    COPY TRNENRL.

    FD VISITOR-FILE.
    COPY VISITREC.

    FD BRANCH-FILE.
    COPY BRANCHREC.

    FD ROLL-FILE.
    01 ROLL-LINE            PIC X(148).

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-DEP-STATUS        PIC XX.
    01 WS-SESSION-STATUS    PIC XX.
    01 WS-ENROLL-STATUS     PIC XX.
    01 WS-VISITOR-STATUS    PIC XX.
    01 WS-BRANCH-STATUS     PIC XX.
    01 WS-ROLL-STATUS       PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-ROLL-NAME         PIC X(30).
    01 WS-REPORT-NAME       PIC X(30).
    01 WS-DEP-OPEN          PIC X.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CHECK-OPTION      PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-CHECK-LOOP        PIC X.
    01 WS-CONFIRM           PIC X.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-RUN-TIME          PIC 9(8).
    01 WS-TIME-HHMM         PIC X(4).
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-BRANCH            PIC X(15).
    01 WS-BRANCH-FOUND      PIC X.
    01 WS-NAME-POS          PIC 99.
    01 WS-CHAR-IDX          PIC 99.
    01 WS-ROLL-DATE         PIC 9(8).
    01 WS-ROLL-TAKEN        PIC X(4).
    01 WS-ROLL-NO           PIC 9(4).
    01 WS-ROLL-TOTAL        PIC 9(4).
    01 WS-ROLL-DROPPED      PIC 9(4).
    01 WS-ROLL-IDX          PIC 9(4).
    01 WS-ROLL-JDX          PIC 9(4).
    01 WS-ROLL-FOUND        PIC 9(4).
    01 WS-SAFE-COUNT        PIC 9(4).
    01 WS-MISSING-COUNT     PIC 9(4).
    01 WS-STAFF-COUNT       PIC 9(4).
    01 WS-TRAINEE-COUNT     PIC 9(4).
    01 WS-VISITOR-COUNT     PIC 9(4).
    01 WS-SEARCH-ID         PIC 9(6).
    01 WS-CONTACT-RANK      PIC 9.
    01 WS-BEST-RANK         PIC 9.
    01 WS-VENUE-AT          PIC X.
    01 WS-VENUE-TALLY       PIC 99.
    01 WS-BR-IDX            PIC 99.
    01 WS-BR-TOTAL          PIC 99 VALUE ZERO.
    01 WS-BR-TABLE.
        05 WS-BR-ENTRY OCCURS 20 TIMES.
            10 WS-BR-CODE   PIC X(15).
            10 WS-BR-LEN    PIC 99.
    01 WS-TYPE-TEXT         PIC X(7).
    01 WS-SWAP-ENTRY        PIC X(185).

*> The roll in memory: the sort key (type, then name) and the
*> employee ID for matching ahead of the roll file record itself.
    01 WS-ROLL-TABLE.
        05 WS-ROLL-ENTRY OCCURS 500 TIMES.
            10 WS-RL-KEY.
                15 WS-RL-TYPE   PIC X.
                15 WS-RL-NAME   PIC X(30).
            10 WS-RL-EMP-ID     PIC 9(6).
            10 WS-RL-DATA       PIC X(148).
    01 WS-ROLL-RAW REDEFINES WS-ROLL-TABLE.
        05 WS-ROLL-RAW-ENTRY OCCURS 500 TIMES PIC X(185).

    COPY ROLLREC.
    COPY RPTREG.
    COPY BRSCOPE.

    01 RPT-TITLE-LINE.
        05 RPT-TITLE-TEXT   PIC X(24) VALUE SPACES.
        05 FILLER           PIC X(8)  VALUE "BRANCH: ".
        05 RPT-TITLE-BRANCH PIC X(17) VALUE SPACES.
        05 FILLER           PIC X(12) VALUE "ROLL TAKEN: ".
        05 RPT-TITLE-DATE   PIC 9(8)  VALUE ZERO.
        05 FILLER           PIC X     VALUE SPACE.
        05 RPT-TITLE-HH     PIC XX    VALUE SPACES.
        05 FILLER           PIC X     VALUE ":".
        05 RPT-TITLE-MM     PIC XX    VALUE SPACES.

    01 RPT-COLUMN-HEADING.
        05 FILLER PIC X(5)  VALUE "ROLL".
        05 FILLER PIC X(8)  VALUE "TYPE".
        05 FILLER PIC X(7)  VALUE "EMP-ID".
        05 FILLER PIC X(31) VALUE "NAME".
        05 FILLER PIC X(12) VALUE "PHONE".
        05 FILLER PIC X(6)  VALUE "IN".
        05 FILLER PIC X(31) VALUE "EMERGENCY CONTACT / HOST".
        05 FILLER PIC X(3)  VALUE "RL".
        05 FILLER PIC X(19) VALUE "NOTE".
        05 FILLER PIC X(10) VALUE "SAFE".

    01 RPT-DETAIL-LINE.
        05 RPT-DET-SEQ      PIC ZZZ9.
        05 FILLER           PIC X     VALUE SPACE.
        05 RPT-DET-TYPE     PIC X(7)  VALUE SPACES.
        05 FILLER           PIC X     VALUE SPACE.
        05 RPT-DET-ID       PIC X(6)  VALUE SPACES.
        05 FILLER           PIC X     VALUE SPACE.
        05 RPT-DET-NAME     PIC X(30) VALUE SPACES.
        05 FILLER           PIC X     VALUE SPACE.
        05 RPT-DET-PHONE    PIC X(11) VALUE SPACES.
        05 FILLER           PIC X     VALUE SPACE.
        05 RPT-DET-IN-HH    PIC XX    VALUE SPACES.
        05 RPT-DET-IN-SEP   PIC X     VALUE SPACE.
        05 RPT-DET-IN-MM    PIC XX    VALUE SPACES.
        05 FILLER           PIC X     VALUE SPACE.
        05 RPT-DET-CONTACT  PIC X(30) VALUE SPACES.
        05 FILLER           PIC X     VALUE SPACE.
        05 RPT-DET-REL      PIC XX    VALUE SPACES.
        05 FILLER           PIC X     VALUE SPACE.
        05 RPT-DET-NOTE     PIC X(18) VALUE SPACES.
        05 FILLER           PIC X     VALUE SPACE.
        05 RPT-DET-SAFE     PIC X(10) VALUE SPACES.

    01 RPT-TOTAL-LINE.
        05 FILLER           PIC X(13) VALUE "Staff in   : ".
        05 RPT-TOT-STAFF    PIC ZZZ9.
        05 FILLER           PIC X(16) VALUE "   Trainees  : ".
        05 RPT-TOT-TRAINEE  PIC ZZZ9.
        05 FILLER           PIC X(16) VALUE "   Visitors  : ".
        05 RPT-TOT-VISITOR  PIC ZZZ9.
        05 FILLER           PIC X(16) VALUE "   On premises: ".
        05 RPT-TOT-ALL      PIC ZZZ9.

    01 RPT-MISSING-LINE.
        05 FILLER           PIC X(13) VALUE "On roll    : ".
        05 RPT-MIS-ROLL     PIC ZZZ9.
        05 FILLER           PIC X(16) VALUE "   Safe      : ".
        05 RPT-MIS-SAFE     PIC ZZZ9.
        05 FILLER           PIC X(16) VALUE "   UNACCOUNTED: ".
        05 RPT-MIS-COUNT    PIC ZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-OPERATOR-ID.
    PERFORM RESOLVE-BRANCH-SCOPE.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== EMERGENCY ROLL-CALL ===="
        DISPLAY "1 - Take Roll-Call"
        DISPLAY "2 - Headcount Check-In"
        DISPLAY "3 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM TAKE-ROLL-CALL
            WHEN 2
                PERFORM HEADCOUNT-CHECK-IN
            WHEN 3
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    DISPLAY "Emergency roll-call ended.".
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
    MOVE "N" TO BSC-LOG-REFUSAL.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-SCOPE TO BSC-SCOPE
            EXIT PARAGRAPH
        END-IF
    END-IF.
    SET BSC-LOAD TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.

*> The branch must be on branches.dat and inside the operator's
*> scope; the roll file for it is named for its BR-CODE with the
*> blanks squeezed out (roll-QUEZONCITY.dat), so each branch keeps
*> its own roll while several are evacuated at once.
ACCEPT-BRANCH.
    DISPLAY "Branch: " WITH NO ADVANCING.
    ACCEPT WS-BRANCH.
    MOVE FUNCTION UPPER-CASE(WS-BRANCH) TO WS-BRANCH.
    IF WS-BRANCH = SPACES
        EXIT PARAGRAPH
    END-IF.
    CALL "BRANCHVAL" USING WS-BRANCH WS-BRANCH-FOUND.
    IF WS-BRANCH-FOUND NOT = "Y"
        DISPLAY "Branch " FUNCTION TRIM(WS-BRANCH)
            " is not on the branch list."
        MOVE SPACES TO WS-BRANCH
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO BSC-EMP-ID.
    MOVE WS-BRANCH TO BSC-BRANCH.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.
    IF BSC-IN-SCOPE NOT = "Y"
        DISPLAY "Branch " FUNCTION TRIM(WS-BRANCH)
            " is outside your branch scope."
        MOVE SPACES TO WS-BRANCH
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-ROLL-NAME.
    MOVE 1 TO WS-NAME-POS.
    STRING "roll-" DELIMITED BY SIZE
        INTO WS-ROLL-NAME WITH POINTER WS-NAME-POS.
    PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
            UNTIL WS-CHAR-IDX > 15
        IF WS-BRANCH(WS-CHAR-IDX:1) NOT = SPACE
            MOVE WS-BRANCH(WS-CHAR-IDX:1)
                TO WS-ROLL-NAME(WS-NAME-POS:1)
            ADD 1 TO WS-NAME-POS
        END-IF
    END-PERFORM.
    STRING ".dat" DELIMITED BY SIZE
        INTO WS-ROLL-NAME WITH POINTER WS-NAME-POS.

SET-TIME-NOW.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE WS-RUN-TIME(1:4) TO WS-TIME-HHMM.

*> A new roll replaces the branch's last one; if a headcount on
*> today's roll has already begun the marshal must confirm first.
TAKE-ROLL-CALL.
    PERFORM ACCEPT-BRANCH.
    IF WS-BRANCH = SPACES
        EXIT PARAGRAPH
    END-IF.
    PERFORM LOAD-ROLL.
    IF WS-ROLL-TOTAL > ZERO AND WS-ROLL-DATE = WS-RUN-DATE
            AND WS-SAFE-COUNT > ZERO
        DISPLAY "Today's roll taken at " WS-ROLL-TAKEN " already has "
            WS-SAFE-COUNT " checked safe."
        DISPLAY "Take a new roll and lose those marks? (Y/N): "
            WITH NO ADVANCING
        ACCEPT WS-CONFIRM
        IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
            DISPLAY "Roll-call not taken."
            EXIT PARAGRAPH
        END-IF
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-DEP-OPEN.
    OPEN INPUT DEPENDENT-FILE.
    IF WS-DEP-STATUS = "00"
        MOVE "Y" TO WS-DEP-OPEN
    END-IF.

    PERFORM SET-TIME-NOW.
    MOVE WS-RUN-DATE TO WS-ROLL-DATE.
    MOVE WS-TIME-HHMM TO WS-ROLL-TAKEN.
    MOVE ZERO TO WS-ROLL-TOTAL WS-ROLL-DROPPED WS-SAFE-COUNT.
    MOVE ZERO TO WS-STAFF-COUNT WS-TRAINEE-COUNT WS-VISITOR-COUNT.

    PERFORM COLLECT-STAFF.
    PERFORM LOAD-BRANCH-LIST.
    PERFORM COLLECT-TRAINEES.
    PERFORM COLLECT-VISITORS.

    IF WS-DEP-OPEN = "Y"
        CLOSE DEPENDENT-FILE
    END-IF.
    CLOSE EMPLOYEE-MASTER.

    PERFORM SORT-ROLL.
    PERFORM NUMBER-ROLL.
    PERFORM SAVE-ROLL.
    PERFORM PRINT-ROLL.

    DISPLAY "Roll-call of " FUNCTION TRIM(WS-BRANCH) " at "
        WS-ROLL-TAKEN " - " WS-ROLL-TOTAL " on the premises ("
        WS-STAFF-COUNT " staff, " WS-TRAINEE-COUNT " trainee(s), "
        WS-VISITOR-COUNT " visitor(s)).".
    DISPLAY "Report written to rollcall.rpt.".
    IF WS-ROLL-DROPPED > ZERO
        DISPLAY "Roll is full - " WS-ROLL-DROPPED
            " more not listed; count them at the assembly point."
    END-IF.

*> Staff of the branch with an in-punch today and no out-punch.
COLLECT-STAFF.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        DISPLAY "attdhist.dat not found - no clock-ins to list."
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
        READ HISTORY-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF ATT-DATE = WS-RUN-DATE AND ATT-TIME-IN NUMERIC
                AND ATT-TIME-OUT NOT NUMERIC AND ATT-EMP-ID NUMERIC
            MOVE ATT-EMP-ID TO EMP-ID
            READ EMPLOYEE-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF EMP-LOCATION = WS-BRANCH AND NOT EMP-SEPARATED
                        PERFORM ADD-STAFF-ENTRY
                    END-IF
            END-READ
        END-IF
    END-PERFORM.
    CLOSE HISTORY-FILE.

ADD-STAFF-ENTRY.
    MOVE EMP-ID TO WS-SEARCH-ID.
    PERFORM FIND-ROLL-EMPLOYEE.
    IF WS-ROLL-FOUND > ZERO
        EXIT PARAGRAPH
    END-IF.
    PERFORM START-EMPLOYEE-ENTRY.
    SET RCL-STAFF TO TRUE.
    MOVE ATT-TIME-IN TO RCL-TIME-IN.
    PERFORM ADD-ROLL-ENTRY.
    ADD 1 TO WS-STAFF-COUNT.

*> Sessions running today and not cancelled; the venue decides
*> which branch the class is sitting in.
COLLECT-TRAINEES.
    OPEN INPUT SESSION-FILE.
    IF WS-SESSION-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ENROLL-FILE.
    IF WS-ENROLL-STATUS NOT = "00"
        CLOSE SESSION-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-SESSION-STATUS NOT = "00"
        READ SESSION-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF TSN-START-DATE <= WS-RUN-DATE
                AND TSN-END-DATE >= WS-RUN-DATE
                AND NOT TSN-CANCELLED
            PERFORM CHECK-SESSION-VENUE
            IF WS-VENUE-AT NOT = "E"
                PERFORM COLLECT-SESSION-TRAINEES
            END-IF
        END-IF
    END-PERFORM.
    CLOSE ENROLL-FILE.
    CLOSE SESSION-FILE.

*> "H" the venue names this branch, "E" it names another one,
*> "N" it names none (a hired room) and the class is counted at
*> each trainee's own branch.
CHECK-SESSION-VENUE.
    MOVE "N" TO WS-VENUE-AT.
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
            UNTIL WS-BR-IDX > WS-BR-TOTAL
        MOVE ZERO TO WS-VENUE-TALLY
        INSPECT TSN-VENUE TALLYING WS-VENUE-TALLY FOR ALL
            WS-BR-CODE(WS-BR-IDX)(1:WS-BR-LEN(WS-BR-IDX))
        IF WS-VENUE-TALLY > ZERO
            IF WS-BR-CODE(WS-BR-IDX) = WS-BRANCH
                MOVE "H" TO WS-VENUE-AT
            ELSE
                IF WS-VENUE-AT = "N"
                    MOVE "E" TO WS-VENUE-AT
                END-IF
            END-IF
        END-IF
    END-PERFORM.

COLLECT-SESSION-TRAINEES.
    MOVE TSN-SESSION-ID TO TEN-SESSION-ID.
    MOVE ZERO TO TEN-EMP-ID.
    START ENROLL-FILE KEY IS >= TEN-KEY
        INVALID KEY
            MOVE "10" TO WS-ENROLL-STATUS
    END-START.
    PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
        READ ENROLL-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF TEN-SESSION-ID NOT = TSN-SESSION-ID
            EXIT PERFORM
        END-IF
        IF TEN-ENROLLED OR TEN-ATTENDED
            MOVE TEN-EMP-ID TO EMP-ID
            READ EMPLOYEE-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF NOT EMP-SEPARATED
                        AND (WS-VENUE-AT = "H"
                             OR EMP-LOCATION = WS-BRANCH)
                        PERFORM ADD-TRAINEE-ENTRY
                    END-IF
            END-READ
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-ENROLL-STATUS.

*> A trainee who also clocked in here is already on the roll as
*> staff; the entry just notes the class.
ADD-TRAINEE-ENTRY.
    MOVE EMP-ID TO WS-SEARCH-ID.
    PERFORM FIND-ROLL-EMPLOYEE.
    IF WS-ROLL-FOUND > ZERO
        MOVE WS-RL-DATA(WS-ROLL-FOUND) TO ROLL-CALL-RECORD
        IF RCL-NOTE = SPACES
            STRING "TRAINING " TSN-COURSE
                DELIMITED BY SIZE INTO RCL-NOTE
            MOVE ROLL-CALL-RECORD TO WS-RL-DATA(WS-ROLL-FOUND)
        END-IF
        EXIT PARAGRAPH
    END-IF.
    PERFORM START-EMPLOYEE-ENTRY.
    SET RCL-TRAINEE TO TRUE.
    STRING "TRAINING " TSN-COURSE
        DELIMITED BY SIZE INTO RCL-NOTE.
    PERFORM ADD-ROLL-ENTRY.
    ADD 1 TO WS-TRAINEE-COUNT.

*> Visitors signed in today at the branch and not yet out; the
*> host employee is who to ask after them.
COLLECT-VISITORS.
    OPEN INPUT VISITOR-FILE.
    IF WS-VISITOR-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-RUN-DATE TO VIS-DATE.
    MOVE WS-BRANCH TO VIS-BRANCH.
    MOVE ZERO TO VIS-SEQ.
    START VISITOR-FILE KEY IS >= VIS-KEY
        INVALID KEY
            MOVE "10" TO WS-VISITOR-STATUS
    END-START.
    PERFORM UNTIL WS-VISITOR-STATUS NOT = "00"
        READ VISITOR-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF VIS-DATE NOT = WS-RUN-DATE OR VIS-BRANCH NOT = WS-BRANCH
            EXIT PERFORM
        END-IF
        IF VIS-SIGNED-IN
            PERFORM ADD-VISITOR-ENTRY
        END-IF
    END-PERFORM.
    CLOSE VISITOR-FILE.

ADD-VISITOR-ENTRY.
    MOVE SPACES TO ROLL-CALL-RECORD.
    SET RCL-VISITOR TO TRUE.
    MOVE ZERO TO RCL-EMP-ID.
    MOVE VIS-NAME TO RCL-NAME.
    MOVE VIS-PHONE TO RCL-PHONE.
    MOVE VIS-TIME-IN TO RCL-TIME-IN.
    MOVE VIS-COMPANY TO RCL-NOTE.
    MOVE VIS-HOST-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            STRING "HOST " VIS-HOST-ID
                DELIMITED BY SIZE INTO RCL-CONTACT
        NOT INVALID KEY
            STRING FUNCTION TRIM(EMP-SURNAME) ", "
                FUNCTION TRIM(EMP-NAME)
                DELIMITED BY SIZE INTO RCL-CONTACT
    END-READ.
    MOVE "HO" TO RCL-CONTACT-REL.
    PERFORM ADD-ROLL-ENTRY.
    ADD 1 TO WS-VISITOR-COUNT.

*> Staff and trainees are listed SURNAME, NAME with their phone
*> and emergency contact.
START-EMPLOYEE-ENTRY.
    MOVE SPACES TO ROLL-CALL-RECORD.
    MOVE EMP-ID TO RCL-EMP-ID.
    STRING FUNCTION TRIM(EMP-SURNAME) ", " FUNCTION TRIM(EMP-NAME)
        DELIMITED BY SIZE INTO RCL-NAME.
    MOVE EMP-PHONE TO RCL-PHONE.
    PERFORM FIND-EMERGENCY-CONTACT.

*> empdep.dat has no contact of its own; the family member most
*> likely to be reachable is taken - spouse, then parent, then an
*> "other" relation kept as the emergency contact, then a child.
FIND-EMERGENCY-CONTACT.
    MOVE 9 TO WS-BEST-RANK.
    IF WS-DEP-OPEN NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE EMP-ID TO DPN-EMP-ID.
    MOVE ZERO TO DPN-SEQ.
    START DEPENDENT-FILE KEY IS NOT LESS THAN DPN-KEY
        INVALID KEY
            MOVE "10" TO WS-DEP-STATUS
    END-START.
    PERFORM UNTIL WS-DEP-STATUS NOT = "00"
        READ DEPENDENT-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF DPN-EMP-ID NOT = EMP-ID
            EXIT PERFORM
        END-IF
        EVALUATE TRUE
            WHEN DPN-SPOUSE
                MOVE 1 TO WS-CONTACT-RANK
            WHEN DPN-PARENT
                MOVE 2 TO WS-CONTACT-RANK
            WHEN DPN-OTHER
                MOVE 3 TO WS-CONTACT-RANK
            WHEN OTHER
                MOVE 4 TO WS-CONTACT-RANK
        END-EVALUATE
        IF WS-CONTACT-RANK < WS-BEST-RANK
            MOVE WS-CONTACT-RANK TO WS-BEST-RANK
            MOVE DPN-NAME TO RCL-CONTACT
            MOVE DPN-RELATION TO RCL-CONTACT-REL
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-DEP-STATUS.

FIND-ROLL-EMPLOYEE.
    MOVE ZERO TO WS-ROLL-FOUND.
    PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
            UNTIL WS-ROLL-IDX > WS-ROLL-TOTAL
               OR WS-ROLL-FOUND > ZERO
        IF WS-RL-EMP-ID(WS-ROLL-IDX) = WS-SEARCH-ID
            MOVE WS-ROLL-IDX TO WS-ROLL-FOUND
        END-IF
    END-PERFORM.

ADD-ROLL-ENTRY.
    IF WS-ROLL-TOTAL >= 500
        ADD 1 TO WS-ROLL-DROPPED
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-ROLL-TOTAL.
    MOVE RCL-TYPE TO WS-RL-TYPE(WS-ROLL-TOTAL).
    MOVE RCL-NAME TO WS-RL-NAME(WS-ROLL-TOTAL).
    MOVE RCL-EMP-ID TO WS-RL-EMP-ID(WS-ROLL-TOTAL).
    MOVE ROLL-CALL-RECORD TO WS-RL-DATA(WS-ROLL-TOTAL).

*> Branch codes for matching session venues, read the way the
*> branch roster reads them.
LOAD-BRANCH-LIST.
    MOVE ZERO TO WS-BR-TOTAL.
    OPEN INPUT BRANCH-FILE.
    IF WS-BRANCH-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-BRANCH-STATUS NOT = "00"
        READ BRANCH-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF WS-BR-TOTAL < 20 AND BR-CODE NOT = SPACES
            ADD 1 TO WS-BR-TOTAL
            MOVE BR-CODE TO WS-BR-CODE(WS-BR-TOTAL)
            MOVE FUNCTION LENGTH(FUNCTION TRIM(BR-CODE))
                TO WS-BR-LEN(WS-BR-TOTAL)
        END-IF
    END-PERFORM.
    CLOSE BRANCH-FILE.

*> Simple exchange sort - staff, then trainees, then visitors,
*> each by name, so a person is quick to find on the sheet.
SORT-ROLL.
    PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
            UNTIL WS-ROLL-IDX >= WS-ROLL-TOTAL
        PERFORM VARYING WS-ROLL-JDX FROM 1 BY 1
                UNTIL WS-ROLL-JDX >= WS-ROLL-TOTAL
            IF WS-RL-KEY(WS-ROLL-JDX) >
                    WS-RL-KEY(WS-ROLL-JDX + 1)
                MOVE WS-ROLL-RAW-ENTRY(WS-ROLL-JDX) TO WS-SWAP-ENTRY
                MOVE WS-ROLL-RAW-ENTRY(WS-ROLL-JDX + 1)
                    TO WS-ROLL-RAW-ENTRY(WS-ROLL-JDX)
                MOVE WS-SWAP-ENTRY
                    TO WS-ROLL-RAW-ENTRY(WS-ROLL-JDX + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

NUMBER-ROLL.
    PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
            UNTIL WS-ROLL-IDX > WS-ROLL-TOTAL
        MOVE WS-RL-DATA(WS-ROLL-IDX) TO ROLL-CALL-RECORD
        MOVE WS-BRANCH TO RCL-BRANCH
        MOVE WS-ROLL-DATE TO RCL-DATE
        MOVE WS-ROLL-TAKEN TO RCL-TIME
        MOVE WS-ROLL-IDX TO RCL-SEQ
        MOVE "N" TO RCL-SAFE
        MOVE SPACES TO RCL-SAFE-TIME RCL-SAFE-BY
        MOVE ROLL-CALL-RECORD TO WS-RL-DATA(WS-ROLL-IDX)
    END-PERFORM.

*> The roll file is rewritten whole - it is one branch's people -
*> so every safe mark survives a dropped terminal.
SAVE-ROLL.
    OPEN OUTPUT ROLL-FILE.
    IF WS-ROLL-STATUS NOT = "00"
        DISPLAY FUNCTION TRIM(WS-ROLL-NAME) " could not be written"
            " - status " WS-ROLL-STATUS "."
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
            UNTIL WS-ROLL-IDX > WS-ROLL-TOTAL
        WRITE ROLL-LINE FROM WS-RL-DATA(WS-ROLL-IDX)
    END-PERFORM.
    CLOSE ROLL-FILE.

LOAD-ROLL.
    MOVE ZERO TO WS-ROLL-TOTAL WS-SAFE-COUNT WS-ROLL-DROPPED.
    MOVE ZERO TO WS-ROLL-DATE.
    MOVE SPACES TO WS-ROLL-TAKEN.
    OPEN INPUT ROLL-FILE.
    IF WS-ROLL-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-ROLL-STATUS NOT = "00"
        READ ROLL-FILE INTO ROLL-CALL-RECORD
            AT END
                EXIT PERFORM
        END-READ
        MOVE RCL-DATE TO WS-ROLL-DATE
        MOVE RCL-TIME TO WS-ROLL-TAKEN
        IF RCL-IS-SAFE
            ADD 1 TO WS-SAFE-COUNT
        END-IF
        PERFORM ADD-ROLL-ENTRY
    END-PERFORM.
    CLOSE ROLL-FILE.

PRINT-ROLL.
    MOVE "rollcall.rpt" TO WS-REPORT-NAME.
    OPEN OUTPUT REPORT-FILE.
    MOVE "EMERGENCY ROLL-CALL" TO RRG-REPORT-NAME.
    MOVE "rollcall.rpt" TO RRG-FILE-NAME.
    MOVE WS-OPERATOR-ID TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "ON PREMISES " FUNCTION TRIM(WS-BRANCH) " "
        WS-ROLL-DATE " " WS-ROLL-TAKEN
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE "EMERGENCY ROLL-CALL" TO RPT-TITLE-TEXT.
    PERFORM WRITE-ROLL-HEADING.
    PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
            UNTIL WS-ROLL-IDX > WS-ROLL-TOTAL
        MOVE WS-RL-DATA(WS-ROLL-IDX) TO ROLL-CALL-RECORD
        PERFORM WRITE-ROLL-DETAIL
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-STAFF-COUNT TO RPT-TOT-STAFF.
    MOVE WS-TRAINEE-COUNT TO RPT-TOT-TRAINEE.
    MOVE WS-VISITOR-COUNT TO RPT-TOT-VISITOR.
    MOVE WS-ROLL-TOTAL TO RPT-TOT-ALL.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    IF WS-ROLL-DROPPED > ZERO
        MOVE SPACES TO REPORT-LINE
        STRING "Roll is full - " WS-ROLL-DROPPED
            " more on the premises not listed."
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    CLOSE REPORT-FILE.
    MOVE WS-ROLL-TOTAL TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

WRITE-ROLL-HEADING.
    MOVE WS-BRANCH TO RPT-TITLE-BRANCH.
    MOVE WS-ROLL-DATE TO RPT-TITLE-DATE.
    MOVE WS-ROLL-TAKEN(1:2) TO RPT-TITLE-HH.
    MOVE WS-ROLL-TAKEN(3:2) TO RPT-TITLE-MM.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

*> The SAFE column is a box for the marshal to tick on paper, or
*> the time the person was checked safe at the terminal.
WRITE-ROLL-DETAIL.
    MOVE RCL-SEQ TO RPT-DET-SEQ.
    PERFORM SET-TYPE-TEXT.
    MOVE WS-TYPE-TEXT TO RPT-DET-TYPE.
    IF RCL-VISITOR
        MOVE SPACES TO RPT-DET-ID
    ELSE
        MOVE RCL-EMP-ID TO RPT-DET-ID
    END-IF.
    MOVE RCL-NAME TO RPT-DET-NAME.
    MOVE RCL-PHONE TO RPT-DET-PHONE.
    MOVE SPACES TO RPT-DET-IN-HH RPT-DET-IN-SEP RPT-DET-IN-MM.
    IF RCL-TIME-IN NOT = SPACES
        MOVE RCL-TIME-IN(1:2) TO RPT-DET-IN-HH
        MOVE ":" TO RPT-DET-IN-SEP
        MOVE RCL-TIME-IN(3:2) TO RPT-DET-IN-MM
    END-IF.
    MOVE RCL-CONTACT TO RPT-DET-CONTACT.
    MOVE RCL-CONTACT-REL TO RPT-DET-REL.
    MOVE RCL-NOTE TO RPT-DET-NOTE.
    IF RCL-IS-SAFE
        MOVE SPACES TO RPT-DET-SAFE
        STRING "SAFE " RCL-SAFE-TIME
            DELIMITED BY SIZE INTO RPT-DET-SAFE
    ELSE
        MOVE "[    ]" TO RPT-DET-SAFE
    END-IF.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

SET-TYPE-TEXT.
    EVALUATE TRUE
        WHEN RCL-STAFF
            MOVE "STAFF" TO WS-TYPE-TEXT
        WHEN RCL-TRAINEE
            MOVE "TRAINEE" TO WS-TYPE-TEXT
        WHEN RCL-VISITOR
            MOVE "VISITOR" TO WS-TYPE-TEXT
        WHEN OTHER
            MOVE "?" TO WS-TYPE-TEXT
    END-EVALUATE.

*> The headcount works on the branch's frozen roll; a roll from an
*> earlier day can still be finished but the marshal is told.
HEADCOUNT-CHECK-IN.
    PERFORM ACCEPT-BRANCH.
    IF WS-BRANCH = SPACES
        EXIT PARAGRAPH
    END-IF.
    PERFORM LOAD-ROLL.
    IF WS-ROLL-TOTAL = ZERO
        DISPLAY "No roll on file for " FUNCTION TRIM(WS-BRANCH)
            " - take the roll-call first."
        EXIT PARAGRAPH
    END-IF.
    IF WS-ROLL-DATE NOT = WS-RUN-DATE
        DISPLAY "Note: the roll on file was taken on " WS-ROLL-DATE
            " - take a new roll for today's evacuation."
    END-IF.

    MOVE "Y" TO WS-CHECK-LOOP.
    PERFORM UNTIL WS-CHECK-LOOP NOT = "Y"
        COMPUTE WS-MISSING-COUNT = WS-ROLL-TOTAL - WS-SAFE-COUNT
        DISPLAY " "
        DISPLAY "==== HEADCOUNT " FUNCTION TRIM(WS-BRANCH) " - "
            WS-SAFE-COUNT " OF " WS-ROLL-TOTAL " SAFE, "
            WS-MISSING-COUNT " UNACCOUNTED ===="
        DISPLAY "1 - Mark Safe"
        DISPLAY "2 - Clear a Safe Mark"
        DISPLAY "3 - Show Unaccounted"
        DISPLAY "4 - Print Unaccounted List"
        DISPLAY "5 - Back"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-CHECK-OPTION
        EVALUATE WS-CHECK-OPTION
            WHEN 1
                PERFORM MARK-SAFE
            WHEN 2
                PERFORM CLEAR-SAFE-MARK
            WHEN 3
                PERFORM SHOW-UNACCOUNTED
            WHEN 4
                PERFORM PRINT-UNACCOUNTED
            WHEN 5
                MOVE "N" TO WS-CHECK-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

*> Roll numbers are keyed one after another as people report in,
*> until a zero.
MARK-SAFE.
    MOVE 9999 TO WS-ROLL-NO.
    PERFORM UNTIL WS-ROLL-NO = ZERO
        DISPLAY "Roll number (0 to stop): " WITH NO ADVANCING
        ACCEPT WS-ROLL-NO
        IF WS-ROLL-NO = ZERO
            EXIT PERFORM
        END-IF
        IF WS-ROLL-NO > WS-ROLL-TOTAL
            DISPLAY "  " WS-ROLL-NO " is not on the roll."
        ELSE
            MOVE WS-RL-DATA(WS-ROLL-NO) TO ROLL-CALL-RECORD
            IF RCL-IS-SAFE
                DISPLAY "  " FUNCTION TRIM(RCL-NAME)
                    " already checked safe at " RCL-SAFE-TIME "."
            ELSE
                PERFORM SET-TIME-NOW
                MOVE "Y" TO RCL-SAFE
                MOVE WS-TIME-HHMM TO RCL-SAFE-TIME
                MOVE WS-OPERATOR-ID TO RCL-SAFE-BY
                MOVE ROLL-CALL-RECORD TO WS-RL-DATA(WS-ROLL-NO)
                ADD 1 TO WS-SAFE-COUNT
                PERFORM SAVE-ROLL
                COMPUTE WS-MISSING-COUNT =
                    WS-ROLL-TOTAL - WS-SAFE-COUNT
                DISPLAY "  " FUNCTION TRIM(RCL-NAME) " safe - "
                    WS-MISSING-COUNT " still unaccounted."
            END-IF
        END-IF
    END-PERFORM.

CLEAR-SAFE-MARK.
    DISPLAY "Roll number marked in error: " WITH NO ADVANCING.
    ACCEPT WS-ROLL-NO.
    IF WS-ROLL-NO = ZERO OR WS-ROLL-NO > WS-ROLL-TOTAL
        DISPLAY WS-ROLL-NO " is not on the roll."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-RL-DATA(WS-ROLL-NO) TO ROLL-CALL-RECORD.
    IF NOT RCL-IS-SAFE
        DISPLAY FUNCTION TRIM(RCL-NAME) " is not marked safe."
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO RCL-SAFE.
    MOVE SPACES TO RCL-SAFE-TIME RCL-SAFE-BY.
    MOVE ROLL-CALL-RECORD TO WS-RL-DATA(WS-ROLL-NO).
    SUBTRACT 1 FROM WS-SAFE-COUNT.
    PERFORM SAVE-ROLL.
    DISPLAY FUNCTION TRIM(RCL-NAME) " is unaccounted for again.".

SHOW-UNACCOUNTED.
    DISPLAY "ROLL TYPE    NAME                           PHONE       "
        "CONTACT".
    PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
            UNTIL WS-ROLL-IDX > WS-ROLL-TOTAL
        MOVE WS-RL-DATA(WS-ROLL-IDX) TO ROLL-CALL-RECORD
        IF NOT RCL-IS-SAFE
            PERFORM SET-TYPE-TEXT
            DISPLAY RCL-SEQ " " WS-TYPE-TEXT " " RCL-NAME " "
                RCL-PHONE " " FUNCTION TRIM(RCL-CONTACT) " "
                RCL-CONTACT-REL
        END-IF
    END-PERFORM.
    COMPUTE WS-MISSING-COUNT = WS-ROLL-TOTAL - WS-SAFE-COUNT.
    DISPLAY WS-MISSING-COUNT " unaccounted for.".

PRINT-UNACCOUNTED.
    COMPUTE WS-MISSING-COUNT = WS-ROLL-TOTAL - WS-SAFE-COUNT.
    PERFORM SET-TIME-NOW.
    MOVE "rollmiss.rpt" TO WS-REPORT-NAME.
    OPEN OUTPUT REPORT-FILE.
    MOVE "ROLL-CALL MISSING" TO RRG-REPORT-NAME.
    MOVE "rollmiss.rpt" TO RRG-FILE-NAME.
    MOVE WS-OPERATOR-ID TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "UNACCOUNTED " FUNCTION TRIM(WS-BRANCH) " AT "
        WS-TIME-HHMM " ROLL " WS-ROLL-TAKEN
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE "STILL UNACCOUNTED FOR" TO RPT-TITLE-TEXT.
    PERFORM WRITE-ROLL-HEADING.
    PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
            UNTIL WS-ROLL-IDX > WS-ROLL-TOTAL
        MOVE WS-RL-DATA(WS-ROLL-IDX) TO ROLL-CALL-RECORD
        IF NOT RCL-IS-SAFE
            PERFORM WRITE-ROLL-DETAIL
        END-IF
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-ROLL-TOTAL TO RPT-MIS-ROLL.
    MOVE WS-SAFE-COUNT TO RPT-MIS-SAFE.
    MOVE WS-MISSING-COUNT TO RPT-MIS-COUNT.
    WRITE REPORT-LINE FROM RPT-MISSING-LINE.
    CLOSE REPORT-FILE.
    MOVE WS-MISSING-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
    DISPLAY WS-MISSING-COUNT " unaccounted - list written to "
        "rollmiss.rpt.".
