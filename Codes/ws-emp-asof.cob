*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Point-in-time employee master. Option 1 rebuilds
*>              empasof.dat as employee.dat stood at the end of a
*>              chosen date: the current master is copied, then
*>              every emphist.dat change keyed after that date is
*>              undone newest first by putting its before-image
*>              back (a record added after the date is taken out
*>              again). jrnl.dat fills in where the history cannot:
*>              an employee whose last journaled state on or before
*>              the date still stood on the master, but who is no
*>              longer on employee.dat and has no history to roll
*>              back (history archived by LOG-RETENTION, a record
*>              removed through recovery), is put back from that
*>              journal image. empasof.ctl (ASOFCTL.cpy) records
*>              the date. Option 2 runs the roster and the branch
*>              roster against the snapshot, titled AS OF the date.
*>              Option 3 prints one employee's full timeline from
*>              emphist.dat to emptime.rpt - each change with its
*>              time, action and operator, and every field that
*>              changed shown before and after - the after-image
*>              of a change being the before-image of the next, or
*>              the current master for the last. Run from the menu
*>              by an operator whose access scope (operscope.dat)
*>              names branches, the rosters list only those
*>              branches and the timeline is refused (and the
*>              refusal logged) for an employee outside them; the
*>              snapshot itself is always built whole, since every
*>              operator's rosters read the same empasof.dat.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-EMP-ASOF.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT ASOF-FILE ASSIGN TO "empasof.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASF-ID
            ALTERNATE RECORD KEY IS ASF-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS ASF-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-ASOF-STATUS.

        SELECT ASOF-CONTROL ASSIGN TO "empasof.ctl"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-STATUS.

        SELECT HISTORY-FILE ASSIGN TO "emphist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT JOURNAL-FILE ASSIGN TO "jrnl.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

        SELECT TIMELINE-FILE ASSIGN TO "emptime.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        SELECT HISTORY-SORT ASSIGN TO "empasof.tmp".

        SELECT JOURNAL-SORT ASSIGN TO "empasoj.tmp".

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD ASOF-FILE.
    COPY EMPREC REPLACING ==EMPLOYEE-RECORD== BY ==ASOF-RECORD==
                          LEADING ==EMP-== BY ==ASF-==.

    FD ASOF-CONTROL.
    COPY ASOFCTL.

    FD HISTORY-FILE.
    COPY EMPHIST.

    FD JOURNAL-FILE.
    01 JOURNAL-RECORD.
        05 JNL-TIMESTAMP    PIC X(14).
        05 FILLER           PIC X.
        05 JNL-FILE-ID      PIC X(8).
        05 FILLER           PIC X.
        05 JNL-ACTION       PIC X.
        05 FILLER           PIC X.
        05 JNL-KEY          PIC X(6).
        05 FILLER           PIC X.
        05 JNL-PROGRAM      PIC X(20).
        05 FILLER           PIC X.
        05 JNL-OPERATOR     PIC X(8).
        05 FILLER           PIC X.
        05 JNL-IMAGE        PIC X(130).

    FD TIMELINE-FILE.
    01 REPORT-LINE          PIC X(80).

    SD HISTORY-SORT.
    01 HISTORY-SORT-RECORD.
        05 HSR-TIMESTAMP    PIC X(14).
        05 HSR-SEQ          PIC 9(7).
        05 HSR-EMP-ID       PIC 9(6).
        05 HSR-IMAGE        PIC X(116).

    SD JOURNAL-SORT.
    01 JOURNAL-SORT-RECORD.
        05 JSR-KEY          PIC X(6).
        05 JSR-TIMESTAMP    PIC X(14).
        05 JSR-SEQ          PIC 9(7).
        05 JSR-ACTION       PIC X.
        05 JSR-IMAGE        PIC X(116).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-ASOF-STATUS       PIC XX.
    01 WS-CONTROL-STATUS    PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-JOURNAL-STATUS    PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-MENU-OPTION       PIC 9.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-ASOF-DATE         PIC 9(8).
    01 WS-DATE-IN           PIC 9(8).
    01 WS-SORT-EOF          PIC X.
    01 WS-HIST-SEQ          PIC 9(7).
    01 WS-READ-COUNT        PIC 9(7).
    01 WS-COPIED-COUNT      PIC 9(7).
    01 WS-UNDONE-COUNT      PIC 9(7).
    01 WS-REMOVED-COUNT     PIC 9(7).
    01 WS-RESTORED-COUNT    PIC 9(7).
    01 WS-SNAPSHOT-COUNT    PIC 9(7).
    01 WS-JRN-KEY           PIC X(6).
    01 WS-JRN-ACTION        PIC X.
    01 WS-JRN-IMAGE         PIC X(116).

    01 WS-EMP-ID-IN         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-EMP-FOUND         PIC X.
    01 WS-HIST-COUNT        PIC 9(4).
    01 WS-HIST-IDX          PIC 9(4).
    01 WS-HIST-OVERFLOW     PIC X.
    01 WS-HIST-TABLE.
        05 WS-HIST-ENTRY OCCURS 500 TIMES.
            10 WS-TBL-TIMESTAMP PIC X(14).
            10 WS-TBL-ACTION    PIC X.
            10 WS-TBL-OPERATOR  PIC X(8).
            10 WS-TBL-EFF-DATE  PIC X(8).
            10 WS-TBL-IMAGE     PIC X(116).
    01 WS-CURRENT-IMAGE     PIC X(116).
    01 WS-CHANGED-COUNT     PIC 9(3).
    COPY EMPREC REPLACING ==EMPLOYEE-RECORD== BY ==WS-BEFORE-RECORD==
                          LEADING ==EMP-== BY ==BFR-==.
    COPY EMPREC REPLACING ==EMPLOYEE-RECORD== BY ==WS-AFTER-RECORD==
                          LEADING ==EMP-== BY ==AFT-==.
    01 WS-FLD-LABEL         PIC X(14).
    01 WS-FLD-BEFORE        PIC X(20).
    01 WS-FLD-AFTER         PIC X(20).
    01 WS-SALARY-EDIT       PIC Z,ZZZ,ZZ9.99.
    COPY DATESRV.
    COPY RUNLOG.
    COPY RPTREG.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(31)
            VALUE "EMPLOYEE CHANGE TIMELINE  ID: ".
        05 RPT-TTL-EMP-ID  PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-TTL-NAME    PIC X(31).
    01 RPT-EVENT-LINE.
        05 RPT-EVT-DATE    PIC X(10).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-EVT-TIME    PIC X(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EVT-ACTION  PIC X(12).
        05 FILLER          PIC X(4)  VALUE " by ".
        05 RPT-EVT-OPER    PIC X(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-EVT-EFF     PIC X(20).
    01 RPT-FIELD-LINE.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-FLD-LABEL   PIC X(14).
        05 RPT-FLD-BEFORE  PIC X(20).
        05 FILLER          PIC X(4)  VALUE " -> ".
        05 RPT-FLD-AFTER   PIC X(20).
    01 RPT-FOOTER-LINE.
        05 FILLER          PIC X(20) VALUE "Changes listed    : ".
        05 RPT-FOOTER-COUNT PIC ZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN SECTION.
    PERFORM RESOLVE-BRANCH-SCOPE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== EMPLOYEE MASTER AS OF A DATE ===="
        DISPLAY "1 - Build Snapshot As Of a Date"
        DISPLAY "2 - Print Rosters From the Snapshot"
        DISPLAY "3 - Employee Change Timeline"
        DISPLAY "4 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM BUILD-SNAPSHOT
            WHEN 2
                PERFORM RUN-SNAPSHOT-ROSTERS
            WHEN 3
                PERFORM PRINT-TIMELINE
            WHEN 4
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.
GOBACK.

SNAPSHOT-BUILD SECTION.
*> The snapshot starts as a straight copy of today's master; the
*> two sort passes then walk it back to the chosen date.
BUILD-SNAPSHOT.
    MOVE ZERO TO WS-DATE-IN.
    PERFORM UNTIL WS-DATE-IN NOT = ZERO
        DISPLAY "Snapshot as of date (YYYYMMDD): " WITH NO ADVANCING
        PERFORM ACCEPT-ASOF-DATE
    END-PERFORM.
    MOVE WS-DATE-IN TO WS-ASOF-DATE.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        EXIT PARAGRAPH
    END-IF.

    MOVE "WS-EMP-ASOF" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    MOVE ZERO TO WS-READ-COUNT.
    MOVE ZERO TO WS-COPIED-COUNT.
    MOVE ZERO TO WS-UNDONE-COUNT.
    MOVE ZERO TO WS-REMOVED-COUNT.
    MOVE ZERO TO WS-RESTORED-COUNT.
    PERFORM COPY-CURRENT-MASTER.
    CLOSE EMPLOYEE-MASTER.

    SORT HISTORY-SORT
        ON DESCENDING KEY HSR-TIMESTAMP HSR-SEQ
        INPUT PROCEDURE IS FEED-HISTORY
        OUTPUT PROCEDURE IS ROLL-BACK-HISTORY.

    SORT JOURNAL-SORT
        ON ASCENDING KEY JSR-KEY JSR-TIMESTAMP JSR-SEQ
        INPUT PROCEDURE IS FEED-JOURNAL
        OUTPUT PROCEDURE IS FILL-FROM-JOURNAL.

    PERFORM COUNT-SNAPSHOT.
    CLOSE ASOF-FILE.

    MOVE WS-ASOF-DATE TO ASC-ASOF-DATE.
    MOVE WS-RUN-DATE TO ASC-BUILT-DATE.
    MOVE WS-SNAPSHOT-COUNT TO ASC-RECORDS.
    MOVE "N" TO ASC-USE-FLAG.
    OPEN OUTPUT ASOF-CONTROL.
    WRITE ASOF-CONTROL-RECORD.
    CLOSE ASOF-CONTROL.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-SNAPSHOT-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "Snapshot empasof.dat built as of " WS-ASOF-DATE ".".
    DISPLAY "  Copied from employee.dat   : " WS-COPIED-COUNT.
    DISPLAY "  Changes rolled back        : " WS-UNDONE-COUNT.
    DISPLAY "  Added after the date, out  : " WS-REMOVED-COUNT.
    DISPLAY "  Restored from jrnl.dat     : " WS-RESTORED-COUNT.
    DISPLAY "  Employees in the snapshot  : " WS-SNAPSHOT-COUNT.

*> The as-of date may be any valid date up to today.
ACCEPT-ASOF-DATE.
    ACCEPT WS-DATE-IN.
    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-DATE-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y" OR WS-DATE-IN > WS-RUN-DATE
        DISPLAY "Not a valid date up to today."
        MOVE ZERO TO WS-DATE-IN
    END-IF.

COPY-CURRENT-MASTER.
    OPEN OUTPUT ASOF-FILE.
    CLOSE ASOF-FILE.
    OPEN I-O ASOF-FILE.
    PERFORM UNTIL WS-EMP-FILE-STATUS NOT = "00"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE EMPLOYEE-RECORD TO ASOF-RECORD
                WRITE ASOF-RECORD
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO WS-COPIED-COUNT
                END-WRITE
        END-READ
    END-PERFORM.

COUNT-SNAPSHOT.
    MOVE ZERO TO WS-SNAPSHOT-COUNT.
    MOVE ZERO TO ASF-ID.
    START ASOF-FILE KEY IS >= ASF-ID
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-ASOF-STATUS NOT = "00"
        READ ASOF-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-SNAPSHOT-COUNT
        END-READ
    END-PERFORM.

*> Only changes keyed after the as-of date are rolled back; the
*> file order breaks ties between changes keyed the same second.
FEED-HISTORY SECTION.
    MOVE ZERO TO WS-HIST-SEQ.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        EXIT SECTION
    END-IF.
    PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
        READ HISTORY-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                ADD 1 TO WS-HIST-SEQ
                IF HIST-TIMESTAMP(1:8) > WS-ASOF-DATE
                    AND HIST-EMP-ID IS NUMERIC
                    MOVE HIST-TIMESTAMP TO HSR-TIMESTAMP
                    MOVE WS-HIST-SEQ TO HSR-SEQ
                    MOVE HIST-EMP-ID TO HSR-EMP-ID
                    MOVE HIST-PRIOR-IMAGE(1:116) TO HSR-IMAGE
                    RELEASE HISTORY-SORT-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.

*> Newest first, each before-image is put back in turn, so the
*> image left standing is the one from the first change after
*> the date. A change that was an add has no before-image: the
*> employee was not on the master yet and comes out again.
ROLL-BACK-HISTORY SECTION.
    MOVE "N" TO WS-SORT-EOF.
    PERFORM UNTIL WS-SORT-EOF = "Y"
        RETURN HISTORY-SORT
            AT END
                MOVE "Y" TO WS-SORT-EOF
            NOT AT END
                PERFORM UNDO-ONE-CHANGE
        END-RETURN
    END-PERFORM.

ROLL-BACK-DETAIL SECTION.
UNDO-ONE-CHANGE.
    ADD 1 TO WS-UNDONE-COUNT.
    IF HSR-IMAGE = SPACES
        MOVE HSR-EMP-ID TO ASF-ID
        DELETE ASOF-FILE RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO WS-REMOVED-COUNT
        END-DELETE
    ELSE
        MOVE HSR-IMAGE TO ASOF-RECORD
        WRITE ASOF-RECORD
            INVALID KEY
                REWRITE ASOF-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
        END-WRITE
    END-IF.

FEED-JOURNAL SECTION.
    MOVE ZERO TO WS-HIST-SEQ.
    OPEN INPUT JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = "00"
        EXIT SECTION
    END-IF.
    PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
        READ JOURNAL-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                ADD 1 TO WS-HIST-SEQ
                IF JNL-FILE-ID = "EMPLOYEE"
                    AND JNL-TIMESTAMP(1:8) NOT > WS-ASOF-DATE
                    MOVE JNL-KEY TO JSR-KEY
                    MOVE JNL-TIMESTAMP TO JSR-TIMESTAMP
                    MOVE WS-HIST-SEQ TO JSR-SEQ
                    MOVE JNL-ACTION TO JSR-ACTION
                    MOVE JNL-IMAGE(1:116) TO JSR-IMAGE
                    RELEASE JOURNAL-SORT-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE JOURNAL-FILE.

*> The last journal entry for each employee on or before the date
*> is the record as it stood then. Only an employee the history
*> roll-back could not account for is taken from it.
FILL-FROM-JOURNAL SECTION.
    MOVE "N" TO WS-SORT-EOF.
    MOVE SPACES TO WS-JRN-KEY.
    PERFORM UNTIL WS-SORT-EOF = "Y"
        RETURN JOURNAL-SORT
            AT END
                MOVE "Y" TO WS-SORT-EOF
            NOT AT END
                IF JSR-KEY NOT = WS-JRN-KEY
                    AND WS-JRN-KEY NOT = SPACES
                    PERFORM RESTORE-FROM-JOURNAL
                END-IF
                MOVE JSR-KEY TO WS-JRN-KEY
                MOVE JSR-ACTION TO WS-JRN-ACTION
                MOVE JSR-IMAGE TO WS-JRN-IMAGE
        END-RETURN
    END-PERFORM.
    IF WS-JRN-KEY NOT = SPACES
        PERFORM RESTORE-FROM-JOURNAL
    END-IF.

FILL-DETAIL SECTION.
RESTORE-FROM-JOURNAL.
    IF WS-JRN-ACTION = "D" OR WS-JRN-KEY IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-JRN-KEY TO ASF-ID.
    READ ASOF-FILE
        INVALID KEY
            MOVE WS-JRN-IMAGE TO ASOF-RECORD
            WRITE ASOF-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-RESTORED-COUNT
            END-WRITE
    END-READ.

ROSTER-RUN SECTION.
*> The rosters read empasof.dat only while the control flag is on,
*> so it is raised for this run and lowered straight after.
RUN-SNAPSHOT-ROSTERS.
    OPEN INPUT ASOF-CONTROL.
    IF WS-CONTROL-STATUS NOT = "00"
        DISPLAY "No snapshot on file - build one first (option 1)."
        EXIT PARAGRAPH
    END-IF.
    READ ASOF-CONTROL
        AT END
            MOVE ZERO TO ASC-ASOF-DATE
    END-READ.
    CLOSE ASOF-CONTROL.
    IF ASC-ASOF-DATE = ZERO
        DISPLAY "No snapshot on file - build one first (option 1)."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Rosters as of " ASC-ASOF-DATE
        " (snapshot built " ASC-BUILT-DATE ").".

    MOVE "Y" TO ASC-USE-FLAG.
    OPEN OUTPUT ASOF-CONTROL.
    WRITE ASOF-CONTROL-RECORD.
    CLOSE ASOF-CONTROL.

    CALL "WS-EMP-ROSTER" USING SIGNON-AREA.
    CANCEL "WS-EMP-ROSTER".
    CALL "WS-EMP-BRANCH-ROSTER" USING SIGNON-AREA.
    CANCEL "WS-EMP-BRANCH-ROSTER".

    MOVE "N" TO ASC-USE-FLAG.
    OPEN OUTPUT ASOF-CONTROL.
    WRITE ASOF-CONTROL-RECORD.
    CLOSE ASOF-CONTROL.

TIMELINE SECTION.
*> History lines are appended as changes are keyed, so file order
*> is time order.
PRINT-TIMELINE.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-EMP-ID-IN.
    MOVE WS-EMP-ID-IN TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-HIST-COUNT.
    MOVE "N" TO WS-HIST-OVERFLOW.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS = "00"
        PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
            READ HISTORY-FILE
                AT END
                    EXIT PERFORM
                NOT AT END
                    IF HIST-EMP-ID = WS-EMP-ID-IN
                        PERFORM LOAD-ONE-CHANGE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HISTORY-FILE
    END-IF.

    MOVE "N" TO WS-EMP-FOUND.
    MOVE SPACES TO WS-CURRENT-IMAGE.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS = "00"
        MOVE WS-EMP-ID-IN TO EMP-ID
        READ EMPLOYEE-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-EMP-FOUND
                MOVE EMPLOYEE-RECORD TO WS-CURRENT-IMAGE
        END-READ
        CLOSE EMPLOYEE-MASTER
    END-IF.

    IF WS-HIST-COUNT = ZERO AND WS-EMP-FOUND = "N"
        DISPLAY "No history and no master record for " WS-EMP-ID-IN
            "."
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-TIMELINE-SCOPE.
    IF BSC-IN-SCOPE NOT = "Y"
        DISPLAY "Employee " WS-EMP-ID-IN " is outside your branch "
            "scope - access refused."
        EXIT PARAGRAPH
    END-IF.

    OPEN OUTPUT TIMELINE-FILE.
    MOVE "EMPLOYEE TIMELINE" TO RRG-REPORT-NAME.
    MOVE "emptime.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "EMP-ID " WS-EMP-ID-IN ", ALL CHANGES"
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-EMP-ID-IN TO RPT-TTL-EMP-ID.
    MOVE SPACES TO RPT-TTL-NAME.
    IF WS-EMP-FOUND = "Y"
        STRING EMP-NAME DELIMITED BY "  "
            " " DELIMITED BY SIZE
            EMP-SURNAME DELIMITED BY "  "
            INTO RPT-TTL-NAME
    END-IF.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

    PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
            UNTIL WS-HIST-IDX > WS-HIST-COUNT
        PERFORM PRINT-ONE-CHANGE
    END-PERFORM.

    IF WS-HIST-COUNT = ZERO
        MOVE "  (no changes on emphist.dat)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    IF WS-HIST-OVERFLOW = "Y"
        MOVE "  ** more than 500 changes - the rest are not listed"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    IF WS-EMP-FOUND = "N"
        MOVE "  ** not on employee.dat today" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-HIST-COUNT TO RPT-FOOTER-COUNT.
    WRITE REPORT-LINE FROM RPT-FOOTER-LINE.
    CLOSE TIMELINE-FILE.

    MOVE WS-HIST-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    DISPLAY "Timeline written to emptime.rpt - " WS-HIST-COUNT
        " change(s).".

LOAD-ONE-CHANGE.
    IF WS-HIST-COUNT >= 500
        MOVE "Y" TO WS-HIST-OVERFLOW
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-HIST-COUNT.
    MOVE HIST-TIMESTAMP TO WS-TBL-TIMESTAMP(WS-HIST-COUNT).
    MOVE HIST-ACTION TO WS-TBL-ACTION(WS-HIST-COUNT).
    MOVE HIST-OPERATOR TO WS-TBL-OPERATOR(WS-HIST-COUNT).
    MOVE HIST-EFF-DATE TO WS-TBL-EFF-DATE(WS-HIST-COUNT).
    MOVE HIST-PRIOR-IMAGE(1:116) TO WS-TBL-IMAGE(WS-HIST-COUNT).

*> The record after a change is the before-image of the next one,
*> or today's master after the last.
PRINT-ONE-CHANGE.
    MOVE WS-TBL-IMAGE(WS-HIST-IDX) TO WS-BEFORE-RECORD.
    IF WS-HIST-IDX < WS-HIST-COUNT
        MOVE WS-TBL-IMAGE(WS-HIST-IDX + 1) TO WS-AFTER-RECORD
    ELSE
        MOVE WS-CURRENT-IMAGE TO WS-AFTER-RECORD
    END-IF.

    MOVE SPACES TO RPT-EVT-DATE.
    STRING WS-TBL-TIMESTAMP(WS-HIST-IDX)(1:4) "-"
        WS-TBL-TIMESTAMP(WS-HIST-IDX)(5:2) "-"
        WS-TBL-TIMESTAMP(WS-HIST-IDX)(7:2)
        DELIMITED BY SIZE INTO RPT-EVT-DATE.
    MOVE SPACES TO RPT-EVT-TIME.
    STRING WS-TBL-TIMESTAMP(WS-HIST-IDX)(9:2) ":"
        WS-TBL-TIMESTAMP(WS-HIST-IDX)(11:2) ":"
        WS-TBL-TIMESTAMP(WS-HIST-IDX)(13:2)
        DELIMITED BY SIZE INTO RPT-EVT-TIME.
    EVALUATE TRUE
        WHEN WS-TBL-ACTION(WS-HIST-IDX) = "A"
            MOVE "ADDED" TO RPT-EVT-ACTION
        WHEN WS-TBL-ACTION(WS-HIST-IDX) = "D"
            MOVE "SEPARATED" TO RPT-EVT-ACTION
        WHEN WS-TBL-ACTION(WS-HIST-IDX) = "R"
            MOVE "REGULARIZED" TO RPT-EVT-ACTION
        WHEN OTHER
            MOVE "CHANGED" TO RPT-EVT-ACTION
    END-EVALUATE.
    MOVE WS-TBL-OPERATOR(WS-HIST-IDX) TO RPT-EVT-OPER.
    MOVE SPACES TO RPT-EVT-EFF.
    IF WS-TBL-EFF-DATE(WS-HIST-IDX) IS NUMERIC
        AND WS-TBL-EFF-DATE(WS-HIST-IDX) NOT = ZERO
        STRING "effective " WS-TBL-EFF-DATE(WS-HIST-IDX)
            DELIMITED BY SIZE INTO RPT-EVT-EFF
    END-IF.
    WRITE REPORT-LINE FROM RPT-EVENT-LINE.

    MOVE ZERO TO WS-CHANGED-COUNT.
    PERFORM COMPARE-ALL-FIELDS.
    IF WS-CHANGED-COUNT = ZERO
        MOVE "    (no field changed)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

*> An add shows every field against blanks; a record gone from
*> the master shows every field against blanks the other way.
COMPARE-ALL-FIELDS.
    MOVE "FIRST NAME" TO WS-FLD-LABEL.
    MOVE BFR-NAME TO WS-FLD-BEFORE.
    MOVE AFT-NAME TO WS-FLD-AFTER.
    PERFORM SHOW-IF-CHANGED.
    MOVE "SURNAME" TO WS-FLD-LABEL.
    MOVE BFR-SURNAME TO WS-FLD-BEFORE.
    MOVE AFT-SURNAME TO WS-FLD-AFTER.
    PERFORM SHOW-IF-CHANGED.
    MOVE "PHONE" TO WS-FLD-LABEL.
    MOVE BFR-PHONE TO WS-FLD-BEFORE.
    MOVE AFT-PHONE TO WS-FLD-AFTER.
    PERFORM SHOW-IF-CHANGED.
    MOVE "BRANCH" TO WS-FLD-LABEL.
    MOVE BFR-LOCATION TO WS-FLD-BEFORE.
    MOVE AFT-LOCATION TO WS-FLD-AFTER.
    PERFORM SHOW-IF-CHANGED.
    MOVE "BIRTH DATE" TO WS-FLD-LABEL.
    MOVE BFR-DOB TO WS-FLD-BEFORE.
    MOVE AFT-DOB TO WS-FLD-AFTER.
    PERFORM SHOW-IF-CHANGED.
    MOVE "HIRE DATE" TO WS-FLD-LABEL.
    MOVE BFR-HIRE-DATE TO WS-FLD-BEFORE.
    MOVE AFT-HIRE-DATE TO WS-FLD-AFTER.
    PERFORM SHOW-IF-CHANGED.
    MOVE "GRADE" TO WS-FLD-LABEL.
    MOVE BFR-GRADE TO WS-FLD-BEFORE.
    MOVE AFT-GRADE TO WS-FLD-AFTER.
    PERFORM SHOW-IF-CHANGED.
    MOVE "SALARY" TO WS-FLD-LABEL.
    MOVE SPACES TO WS-FLD-BEFORE.
    IF BFR-SALARY IS NUMERIC
        MOVE BFR-SALARY TO WS-SALARY-EDIT
        MOVE WS-SALARY-EDIT TO WS-FLD-BEFORE
    END-IF.
    MOVE SPACES TO WS-FLD-AFTER.
    IF AFT-SALARY IS NUMERIC
        MOVE AFT-SALARY TO WS-SALARY-EDIT
        MOVE WS-SALARY-EDIT TO WS-FLD-AFTER
    END-IF.
    PERFORM SHOW-IF-CHANGED.
    MOVE "STATUS" TO WS-FLD-LABEL.
    MOVE BFR-STATUS TO WS-FLD-BEFORE.
    MOVE AFT-STATUS TO WS-FLD-AFTER.
    PERFORM SHOW-IF-CHANGED.
    MOVE "SEP DATE" TO WS-FLD-LABEL.
    MOVE BFR-SEP-DATE TO WS-FLD-BEFORE.
    MOVE AFT-SEP-DATE TO WS-FLD-AFTER.
    PERFORM SHOW-IF-CHANGED.
    MOVE "SEP REASON" TO WS-FLD-LABEL.
    MOVE BFR-SEP-REASON TO WS-FLD-BEFORE.
    MOVE AFT-SEP-REASON TO WS-FLD-AFTER.
    PERFORM SHOW-IF-CHANGED.
    MOVE "DEPARTMENT" TO WS-FLD-LABEL.
    MOVE BFR-DEPT TO WS-FLD-BEFORE.
    MOVE AFT-DEPT TO WS-FLD-AFTER.
    PERFORM SHOW-IF-CHANGED.
    MOVE "SUPERVISOR" TO WS-FLD-LABEL.
    MOVE BFR-SUPERVISOR TO WS-FLD-BEFORE.
    MOVE AFT-SUPERVISOR TO WS-FLD-AFTER.
    PERFORM SHOW-IF-CHANGED.

SHOW-IF-CHANGED.
    IF WS-FLD-BEFORE NOT = WS-FLD-AFTER
        ADD 1 TO WS-CHANGED-COUNT
        MOVE WS-FLD-LABEL TO RPT-FLD-LABEL
        MOVE WS-FLD-BEFORE TO RPT-FLD-BEFORE
        MOVE WS-FLD-AFTER TO RPT-FLD-AFTER
        WRITE REPORT-LINE FROM RPT-FIELD-LINE
    END-IF.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.

*> The employee's branch is today's master record or, for someone
*> no longer on it, the last image the history holds.
CHECK-TIMELINE-SCOPE.
    IF WS-EMP-FOUND = "Y"
        MOVE WS-CURRENT-IMAGE TO WS-BEFORE-RECORD
    ELSE
        MOVE WS-TBL-IMAGE(WS-HIST-COUNT) TO WS-BEFORE-RECORD
    END-IF.
    MOVE WS-EMP-ID-IN TO BSC-EMP-ID.
    MOVE BFR-LOCATION TO BSC-BRANCH.
    MOVE "Y" TO BSC-LOG-REFUSAL.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.

*> A menu run carries the operator's branch scope in the sign-on
*> context; a run started outside the menu sees every branch.
RESOLVE-BRANCH-SCOPE.
    MOVE "Y" TO BSC-SCOPE-ALL.
    MOVE "N" TO BSC-LOG-REFUSAL.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO BSC-OPERATOR-ID
            MOVE SGN-SCOPE TO BSC-SCOPE
        END-IF
    END-IF.
