*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Minimum staffing maintenance over minstaff.dat:
*>              the fewest people a branch, or one department of
*>              a branch, can run with on a working day. The
*>              branch must be on branches.dat and the department
*>              on the department reference; leave the department
*>              blank to set the minimum for the branch as a
*>              whole. A minimum of zero removes the entry. The
*>              leave coverage calendar flags the days that fall
*>              below these levels and the leave run warns when
*>              approving leave would.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-MIN-STAFF-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT MIN-STAFF-FILE ASSIGN TO "minstaff.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MNS-KEY
            FILE STATUS IS WS-MIN-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MIN-STAFF-FILE.
    COPY MINSTAFF.

    WORKING-STORAGE SECTION.
    01 WS-MIN-STATUS        PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-BRANCH-IN         PIC X(15).
    01 WS-DEPT-IN           PIC X(10).
    01 WS-MINIMUM-IN        PIC 9(3).
    01 WS-FOUND-FLAG        PIC X.
    01 WS-LIST-COUNT        PIC 9(4).
    01 WS-DEPT-DISP         PIC X(15).
    01 WS-MINIMUM-DISP      PIC ZZ9.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    OPEN I-O MIN-STAFF-FILE.
    IF WS-MIN-STATUS = "35"
        OPEN OUTPUT MIN-STAFF-FILE
        CLOSE MIN-STAFF-FILE
        OPEN I-O MIN-STAFF-FILE
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== MINIMUM STAFFING ===="
        DISPLAY "1 - Set Minimum for a Branch or Department"
        DISPLAY "2 - List Minimums"
        DISPLAY "3 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM SET-MINIMUM
            WHEN 2
                PERFORM LIST-MINIMUMS
            WHEN 3
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE MIN-STAFF-FILE.
    DISPLAY "Minimum staffing maintenance ended.".
GOBACK.

SET-MINIMUM.
    DISPLAY "Branch                          : " WITH NO ADVANCING.
    ACCEPT WS-BRANCH-IN.
    MOVE FUNCTION UPPER-CASE(WS-BRANCH-IN) TO WS-BRANCH-IN.
    CALL "BRANCHVAL" USING WS-BRANCH-IN WS-FOUND-FLAG.
    IF WS-FOUND-FLAG NOT = "Y"
        DISPLAY "Not an approved branch - not saved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Department (blank = whole branch): " WITH NO ADVANCING.
    ACCEPT WS-DEPT-IN.
    MOVE FUNCTION UPPER-CASE(WS-DEPT-IN) TO WS-DEPT-IN.
    IF WS-DEPT-IN NOT = SPACES
        CALL "DEPTVAL" USING WS-DEPT-IN WS-FOUND-FLAG
        IF WS-FOUND-FLAG NOT = "Y"
            DISPLAY "Not an approved department - not saved."
            EXIT PARAGRAPH
        END-IF
    END-IF.
    DISPLAY "Minimum people at work (0 = none): "
        WITH NO ADVANCING.
    ACCEPT WS-MINIMUM-IN.

    MOVE WS-BRANCH-IN TO MNS-BRANCH.
    MOVE WS-DEPT-IN TO MNS-DEPT.
    READ MIN-STAFF-FILE
        INVALID KEY
            MOVE "23" TO WS-MIN-STATUS
    END-READ.
    IF WS-MINIMUM-IN = ZERO
        IF WS-MIN-STATUS = "00"
            DELETE MIN-STAFF-FILE RECORD
            DISPLAY "Minimum removed."
        ELSE
            DISPLAY "No minimum on file - nothing to remove."
        END-IF
        MOVE "00" TO WS-MIN-STATUS
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-BRANCH-IN TO MNS-BRANCH.
    MOVE WS-DEPT-IN TO MNS-DEPT.
    MOVE WS-MINIMUM-IN TO MNS-MINIMUM.
    MOVE WS-RUN-DATE TO MNS-UPDATED-ON.
    IF WS-MIN-STATUS = "00"
        REWRITE MIN-STAFF-RECORD
        DISPLAY "Minimum changed."
    ELSE
        WRITE MIN-STAFF-RECORD
        DISPLAY "Minimum added."
    END-IF.
    MOVE "00" TO WS-MIN-STATUS.

LIST-MINIMUMS.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE LOW-VALUES TO MNS-KEY.
    START MIN-STAFF-FILE KEY IS NOT LESS THAN MNS-KEY
        INVALID KEY
            DISPLAY "No minimums on file."
            EXIT PARAGRAPH
    END-START.
    DISPLAY "BRANCH          DEPARTMENT      MINIMUM  SET ON".
    PERFORM UNTIL WS-MIN-STATUS NOT = "00"
        READ MIN-STAFF-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-LIST-COUNT
        IF MNS-DEPT = SPACES
            MOVE "(WHOLE BRANCH)" TO WS-DEPT-DISP
        ELSE
            MOVE MNS-DEPT TO WS-DEPT-DISP
        END-IF
        MOVE MNS-MINIMUM TO WS-MINIMUM-DISP
        DISPLAY MNS-BRANCH " " WS-DEPT-DISP "   " WS-MINIMUM-DISP
            "    " MNS-UPDATED-ON
    END-PERFORM.
    MOVE "00" TO WS-MIN-STATUS.
    DISPLAY WS-LIST-COUNT " minimum(s).".
