*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Outbound employee change feed. The door-badge
*>              system, the HMO broker and the payroll bureau each
*>              used to take the full WS-EMP-EXTRACT and work out
*>              the differences themselves; this run publishes
*>              only what changed on employee.dat since each one's
*>              last successful run. For every subscriber on
*>              feedsubs.dat (FEEDSUB.cpy, maintained by
*>              WS-FEED-SUB-MAINT) the emphist.dat changes keyed
*>              from the marker in its feed-<code>.ctl (FEEDCTL.cpy)
*>              up to the start of this run are sorted by employee
*>              and time. Each change goes out with an action code
*>              - H hire, T transfer, N name change, S separation,
*>              R rehire, U other change, X record gone - and the
*>              after-image of the record: the before-image of the
*>              employee's next change, or today's master after the
*>              last one. Only the actions and fields the
*>              subscriber signed up for are sent. Each subscriber
*>              gets a new dated file chg-<code>-YYYYMMDDHHMMSS.dat
*>              in the standard INTFCTL header/detail/trailer form
*>              (no file when nothing is new), and its marker
*>              moves only after the file closes cleanly. The run
*>              summary is chgfeed.rpt.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-CHANGE-FEED.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT SUB-FILE ASSIGN TO "feedsubs.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUB-STATUS.

        SELECT CONTROL-FILE ASSIGN USING WS-CONTROL-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-STATUS.

        SELECT HISTORY-FILE ASSIGN TO "emphist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT FEED-FILE ASSIGN USING WS-FEED-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FEED-STATUS.

        SELECT REPORT-FILE ASSIGN TO "chgfeed.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        SELECT CHANGE-SORT ASSIGN TO "chgfeed.tmp".

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD SUB-FILE.
    COPY FEEDSUB.

    FD CONTROL-FILE.
    COPY FEEDCTL.

    FD HISTORY-FILE.
    COPY EMPHIST.

    FD FEED-FILE.
    01 FEED-RECORD          PIC X(150).

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(110).

    SD CHANGE-SORT.
    01 CHANGE-SORT-RECORD.
        05 CSR-EMP-ID       PIC 9(6).
        05 CSR-TIMESTAMP    PIC X(14).
        05 CSR-SEQ          PIC 9(7).
        05 CSR-ACTION       PIC X.
        05 CSR-EFF-DATE     PIC X(8).
        05 CSR-IMAGE        PIC X(116).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-SUB-STATUS        PIC XX.
    01 WS-CONTROL-STATUS    PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-FEED-STATUS       PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-CONTROL-NAME      PIC X(30).
    01 WS-FEED-NAME         PIC X(40).
    01 WS-FEED-OPEN         PIC X.
    01 WS-RUN-TS            PIC X(14).
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-SENT-FROM         PIC X(14).
    01 WS-SORT-EOF          PIC X.
    01 WS-HIST-SEQ          PIC 9(7).
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-TOTAL-SENT        PIC 9(7) VALUE ZERO.
    01 WS-FAILED-COUNT      PIC 9(3) VALUE ZERO.
    01 WS-SUB-IDX           PIC 9(3).
    01 WS-SUB-COUNT         PIC 9(3) VALUE ZERO.
    01 WS-SUB-TABLE.
        05 WS-SUB-ENTRY OCCURS 20 TIMES.
            10 WS-TBL-SUB       PIC X(8).
            10 WS-TBL-DESC      PIC X(30).
            10 WS-TBL-EVENTS    PIC X(7).
            10 WS-TBL-FIELDS    PIC X(12).
    01 WS-SEND-FIELDS.
        05 WS-SEND-FIELD    PIC X OCCURS 12 TIMES.
    01 WS-SENT-COUNT        PIC 9(7).
    01 WS-ACTION-COUNTS.
        05 WS-ACTION-COUNT  PIC 9(7) OCCURS 7 TIMES.
    01 WS-ACTION-CODES      PIC X(7) VALUE "HTNSRUX".
    01 WS-ACTION-IDX        PIC 9.
    01 WS-EVENT-HITS        PIC 9.
    01 WS-FIELD-HITS        PIC 99.

    01 WS-HELD              PIC X.
    01 WS-HELD-EMP-ID       PIC 9(6).
    01 WS-HELD-TIMESTAMP    PIC X(14).
    01 WS-HELD-ACTION       PIC X.
    01 WS-HELD-EFF-DATE     PIC X(8).
    01 WS-HELD-IMAGE        PIC X(116).
    01 WS-AFTER-IMAGE       PIC X(116).
    01 WS-FEED-ACTION       PIC X.
    COPY EMPREC REPLACING ==EMPLOYEE-RECORD== BY ==WS-BEFORE-RECORD==
                          LEADING ==EMP-== BY ==BFR-==.
    COPY EMPREC REPLACING ==EMPLOYEE-RECORD== BY ==WS-AFTER-RECORD==
                          LEADING ==EMP-== BY ==AFT-==.

    01 WS-FEED-DETAIL.
        05 CHG-TAG          PIC X(3).
        05 CHG-ACTION       PIC X.
        05 CHG-EMP-ID       PIC 9(6).
        05 CHG-KEYED        PIC X(14).
        05 CHG-EFF-DATE     PIC X(8).
        05 CHG-NAME         PIC X(15).
        05 CHG-SURNAME      PIC X(15).
        05 CHG-PHONE        PIC X(11).
        05 CHG-LOCATION     PIC X(15).
        05 CHG-DOB          PIC X(8).
        05 CHG-HIRE-DATE    PIC X(8).
        05 CHG-GRADE        PIC X(2).
        05 CHG-SALARY       PIC 9(7)V99.
        05 CHG-STATUS       PIC X.
        05 CHG-SEP-DATE     PIC X(8).
        05 CHG-SEP-REASON   PIC X(2).
        05 CHG-DEPT         PIC X(10).
        05 CHG-SUPERVISOR   PIC X(6).
    COPY INTFCTL.
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(36)
            VALUE "EMPLOYEE CHANGE FEED      Run:      ".
        05 RPT-RUN-TS      PIC X(14).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(9)  VALUE "SUBSCR".
        05 FILLER          PIC X(15) VALUE "FROM".
        05 FILLER          PIC X(6)  VALUE "HIRE".
        05 FILLER          PIC X(6)  VALUE "TRNS".
        05 FILLER          PIC X(6)  VALUE "NAME".
        05 FILLER          PIC X(6)  VALUE "SEP".
        05 FILLER          PIC X(6)  VALUE "REHR".
        05 FILLER          PIC X(6)  VALUE "OTHR".
        05 FILLER          PIC X(6)  VALUE "GONE".
        05 FILLER          PIC X(7)  VALUE "TOTAL".
        05 FILLER          PIC X(20) VALUE "FILE".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-SUB     PIC X(8).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-FROM    PIC X(14).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-COUNTS OCCURS 7 TIMES.
            10 RPT-DET-COUNT PIC ZZZZ9.
            10 FILLER        PIC X.
        05 RPT-DET-TOTAL   PIC ZZZZZ9.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-FILE    PIC X(32).

PROCEDURE DIVISION.
001-MAIN SECTION.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TS.
    MOVE WS-RUN-TS(1:8) TO WS-RUN-DATE.

    PERFORM LOAD-SUBSCRIBERS.
    IF WS-SUB-COUNT = ZERO
        DISPLAY "No subscribers on feedsubs.dat - set them up "
            "through WS-FEED-SUB-MAINT."
        GOBACK
    END-IF.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to publish."
        GOBACK
    END-IF.

    MOVE "WS-CHANGE-FEED" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN OUTPUT REPORT-FILE.
    MOVE "CHANGE FEED" TO RRG-REPORT-NAME.
    MOVE "chgfeed.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE "EMPHIST CHANGES SINCE EACH LAST RUN" TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-TS TO RPT-RUN-TS.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
            UNTIL WS-SUB-IDX > WS-SUB-COUNT
        PERFORM FEED-ONE-SUBSCRIBER
    END-PERFORM.

    CLOSE EMPLOYEE-MASTER.
    CLOSE REPORT-FILE.
    MOVE WS-TOTAL-SENT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    SET RLG-END TO TRUE.
    IF WS-FAILED-COUNT > ZERO
        MOVE "FAILED" TO RLG-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE "COMPLETE" TO RLG-STATUS
    END-IF.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-TOTAL-SENT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "Change feed complete - " WS-TOTAL-SENT
        " change(s) published to " WS-SUB-COUNT
        " subscriber(s); see chgfeed.rpt.".
    IF WS-FAILED-COUNT > ZERO
        DISPLAY WS-FAILED-COUNT " subscriber file(s) failed - "
            "their markers were not moved."
    END-IF.
GOBACK.

SUBSCRIBER-RUN SECTION.
LOAD-SUBSCRIBERS.
    OPEN INPUT SUB-FILE.
    IF WS-SUB-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-SUB-STATUS NOT = "00"
        READ SUB-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-SUB-COUNT < 20 AND FSB-SUBSCRIBER NOT = SPACES
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

*> A subscriber never sent before has no control file and starts
*> from the beginning of the history.
FEED-ONE-SUBSCRIBER.
    MOVE SPACES TO WS-CONTROL-NAME.
    STRING "feed-" DELIMITED BY SIZE
        WS-TBL-SUB(WS-SUB-IDX) DELIMITED BY SPACE
        ".ctl" DELIMITED BY SIZE
        INTO WS-CONTROL-NAME.
    MOVE ZERO TO WS-SENT-FROM.
    OPEN INPUT CONTROL-FILE.
    IF WS-CONTROL-STATUS = "00"
        READ CONTROL-FILE
            NOT AT END
                IF FCT-SENT-THRU IS NUMERIC
                    MOVE FCT-SENT-THRU TO WS-SENT-FROM
                END-IF
        END-READ
        CLOSE CONTROL-FILE
    END-IF.

    MOVE WS-TBL-FIELDS(WS-SUB-IDX) TO WS-SEND-FIELDS.
    MOVE ZERO TO WS-SENT-COUNT.
    INITIALIZE WS-ACTION-COUNTS.
    MOVE "N" TO WS-FEED-OPEN.
    MOVE SPACES TO WS-FEED-NAME.

    SORT CHANGE-SORT
        ON ASCENDING KEY CSR-EMP-ID CSR-TIMESTAMP CSR-SEQ
        INPUT PROCEDURE IS FEED-CHANGES
        OUTPUT PROCEDURE IS PUBLISH-CHANGES.

*> The marker only moves once the file is safely closed; a run
*> with nothing new still moves it, there being nothing to resend.
    IF WS-FEED-OPEN = "Y"
        MOVE "TRL" TO INTF-TRL-TAG
        MOVE WS-SENT-COUNT TO INTF-TRL-COUNT
        MOVE SPACES TO FEED-RECORD
        WRITE FEED-RECORD FROM INTF-TRAILER-RECORD
        CLOSE FEED-FILE
        IF WS-FEED-STATUS NOT = "00"
            ADD 1 TO WS-FAILED-COUNT
            DISPLAY "Feed file " FUNCTION TRIM(WS-FEED-NAME)
                " did not close cleanly - status " WS-FEED-STATUS
            MOVE "** FAILED - resent next run" TO WS-FEED-NAME
            PERFORM WRITE-SUBSCRIBER-LINE
            EXIT PARAGRAPH
        END-IF
    END-IF.

    MOVE WS-TBL-SUB(WS-SUB-IDX) TO FCT-SUBSCRIBER.
    MOVE WS-RUN-TS TO FCT-SENT-THRU.
    MOVE WS-RUN-TS TO FCT-LAST-RUN.
    MOVE WS-SENT-COUNT TO FCT-LAST-COUNT.
    MOVE WS-FEED-NAME TO FCT-LAST-FILE.
    OPEN OUTPUT CONTROL-FILE.
    WRITE FEED-CONTROL-RECORD.
    CLOSE CONTROL-FILE.
    ADD WS-SENT-COUNT TO WS-TOTAL-SENT.
    IF WS-FEED-OPEN NOT = "Y"
        MOVE "(nothing new)" TO WS-FEED-NAME
    END-IF.
    PERFORM WRITE-SUBSCRIBER-LINE.

WRITE-SUBSCRIBER-LINE.
    MOVE WS-TBL-SUB(WS-SUB-IDX) TO RPT-DET-SUB.
    MOVE WS-SENT-FROM TO RPT-DET-FROM.
    PERFORM VARYING WS-ACTION-IDX FROM 1 BY 1
            UNTIL WS-ACTION-IDX > 7
        MOVE WS-ACTION-COUNT(WS-ACTION-IDX)
            TO RPT-DET-COUNT(WS-ACTION-IDX)
    END-PERFORM.
    MOVE WS-SENT-COUNT TO RPT-DET-TOTAL.
    MOVE WS-FEED-NAME TO RPT-DET-FILE.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

*> Changes keyed after this run started are still read, since one
*> may carry the after-image of the last change being sent.
FEED-CHANGES SECTION.
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
                IF HIST-TIMESTAMP >= WS-SENT-FROM
                    AND HIST-EMP-ID IS NUMERIC
                    MOVE HIST-EMP-ID TO CSR-EMP-ID
                    MOVE HIST-TIMESTAMP TO CSR-TIMESTAMP
                    MOVE WS-HIST-SEQ TO CSR-SEQ
                    MOVE HIST-ACTION TO CSR-ACTION
                    MOVE HIST-EFF-DATE TO CSR-EFF-DATE
                    MOVE HIST-PRIOR-IMAGE(1:116) TO CSR-IMAGE
                    RELEASE CHANGE-SORT-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.

*> Each change is held until the next one for the same employee
*> arrives with the after-image; the last one takes the master.
PUBLISH-CHANGES SECTION.
    MOVE "N" TO WS-HELD.
    MOVE "N" TO WS-SORT-EOF.
    PERFORM UNTIL WS-SORT-EOF = "Y"
        RETURN CHANGE-SORT
            AT END
                MOVE "Y" TO WS-SORT-EOF
            NOT AT END
                IF WS-HELD = "Y"
                    IF CSR-EMP-ID = WS-HELD-EMP-ID
                        MOVE CSR-IMAGE TO WS-AFTER-IMAGE
                    ELSE
                        PERFORM READ-CURRENT-IMAGE
                    END-IF
                    PERFORM PUBLISH-HELD-CHANGE
                END-IF
                MOVE "Y" TO WS-HELD
                MOVE CSR-EMP-ID TO WS-HELD-EMP-ID
                MOVE CSR-TIMESTAMP TO WS-HELD-TIMESTAMP
                MOVE CSR-ACTION TO WS-HELD-ACTION
                MOVE CSR-EFF-DATE TO WS-HELD-EFF-DATE
                MOVE CSR-IMAGE TO WS-HELD-IMAGE
        END-RETURN
    END-PERFORM.
    IF WS-HELD = "Y"
        PERFORM READ-CURRENT-IMAGE
        PERFORM PUBLISH-HELD-CHANGE
    END-IF.

PUBLISH-DETAIL SECTION.
READ-CURRENT-IMAGE.
    MOVE WS-HELD-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE SPACES TO WS-AFTER-IMAGE
        NOT INVALID KEY
            MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
    END-READ.

*> A regularization leaves the employee record as it was, and a
*> change keyed once this run began waits for the next run.
PUBLISH-HELD-CHANGE.
    IF WS-HELD-TIMESTAMP >= WS-RUN-TS
        OR WS-HELD-ACTION = "R"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-HELD-IMAGE TO WS-BEFORE-RECORD.
    MOVE WS-AFTER-IMAGE TO WS-AFTER-RECORD.
    IF WS-BEFORE-RECORD = WS-AFTER-RECORD
        EXIT PARAGRAPH
    END-IF.
    PERFORM CLASSIFY-CHANGE.

    IF WS-TBL-EVENTS(WS-SUB-IDX) NOT = SPACES
        MOVE ZERO TO WS-EVENT-HITS
        INSPECT WS-TBL-EVENTS(WS-SUB-IDX) TALLYING WS-EVENT-HITS
            FOR ALL WS-FEED-ACTION
        IF WS-EVENT-HITS = ZERO
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF WS-FEED-ACTION = "U"
        PERFORM COUNT-SELECTED-CHANGES
        IF WS-FIELD-HITS = ZERO
            EXIT PARAGRAPH
        END-IF
    END-IF.

    IF WS-FEED-OPEN NOT = "Y"
        PERFORM OPEN-FEED-FILE
    END-IF.
    PERFORM BUILD-FEED-DETAIL.
    MOVE SPACES TO FEED-RECORD.
    WRITE FEED-RECORD FROM WS-FEED-DETAIL.
    ADD 1 TO WS-SENT-COUNT.
    PERFORM VARYING WS-ACTION-IDX FROM 1 BY 1
            UNTIL WS-ACTION-IDX > 7
        IF WS-ACTION-CODES(WS-ACTION-IDX:1) = WS-FEED-ACTION
            ADD 1 TO WS-ACTION-COUNT(WS-ACTION-IDX)
        END-IF
    END-PERFORM.

*> One code per change, the most significant first: a separation
*> that also moved the employee is reported as a separation.
CLASSIFY-CHANGE.
    EVALUATE TRUE
        WHEN WS-BEFORE-RECORD = SPACES
            MOVE "H" TO WS-FEED-ACTION
        WHEN WS-AFTER-RECORD = SPACES
            MOVE "X" TO WS-FEED-ACTION
        WHEN AFT-SEPARATED AND NOT BFR-SEPARATED
            MOVE "S" TO WS-FEED-ACTION
        WHEN BFR-SEPARATED AND NOT AFT-SEPARATED
            MOVE "R" TO WS-FEED-ACTION
        WHEN BFR-LOCATION NOT = AFT-LOCATION
                OR BFR-DEPT NOT = AFT-DEPT
            MOVE "T" TO WS-FEED-ACTION
        WHEN BFR-NAME NOT = AFT-NAME
                OR BFR-SURNAME NOT = AFT-SURNAME
            MOVE "N" TO WS-FEED-ACTION
        WHEN OTHER
            MOVE "U" TO WS-FEED-ACTION
    END-EVALUATE.

COUNT-SELECTED-CHANGES.
    MOVE ZERO TO WS-FIELD-HITS.
    IF WS-SEND-FIELD(1) = "Y" AND BFR-NAME NOT = AFT-NAME
        ADD 1 TO WS-FIELD-HITS
    END-IF.
    IF WS-SEND-FIELD(2) = "Y" AND BFR-SURNAME NOT = AFT-SURNAME
        ADD 1 TO WS-FIELD-HITS
    END-IF.
    IF WS-SEND-FIELD(3) = "Y" AND BFR-PHONE NOT = AFT-PHONE
        ADD 1 TO WS-FIELD-HITS
    END-IF.
    IF WS-SEND-FIELD(4) = "Y" AND BFR-LOCATION NOT = AFT-LOCATION
        ADD 1 TO WS-FIELD-HITS
    END-IF.
    IF WS-SEND-FIELD(5) = "Y" AND BFR-DOB NOT = AFT-DOB
        ADD 1 TO WS-FIELD-HITS
    END-IF.
    IF WS-SEND-FIELD(6) = "Y" AND BFR-HIRE-DATE NOT = AFT-HIRE-DATE
        ADD 1 TO WS-FIELD-HITS
    END-IF.
    IF WS-SEND-FIELD(7) = "Y" AND BFR-GRADE NOT = AFT-GRADE
        ADD 1 TO WS-FIELD-HITS
    END-IF.
    IF WS-SEND-FIELD(8) = "Y"
            AND WS-BEFORE-RECORD(81:9) NOT = WS-AFTER-RECORD(81:9)
        ADD 1 TO WS-FIELD-HITS
    END-IF.
    IF WS-SEND-FIELD(9) = "Y" AND BFR-STATUS NOT = AFT-STATUS
        ADD 1 TO WS-FIELD-HITS
    END-IF.
    IF WS-SEND-FIELD(10) = "Y"
            AND (BFR-SEP-DATE NOT = AFT-SEP-DATE
                 OR BFR-SEP-REASON NOT = AFT-SEP-REASON)
        ADD 1 TO WS-FIELD-HITS
    END-IF.
    IF WS-SEND-FIELD(11) = "Y" AND BFR-DEPT NOT = AFT-DEPT
        ADD 1 TO WS-FIELD-HITS
    END-IF.
    IF WS-SEND-FIELD(12) = "Y"
            AND WS-BEFORE-RECORD(111:6) NOT = WS-AFTER-RECORD(111:6)
        ADD 1 TO WS-FIELD-HITS
    END-IF.

*> Dates go out YYYYMMDD whatever order the master keeps them in;
*> a field the subscriber did not select is left blank.
BUILD-FEED-DETAIL.
    MOVE SPACES TO WS-FEED-DETAIL.
    MOVE "DTL" TO CHG-TAG.
    MOVE WS-FEED-ACTION TO CHG-ACTION.
    MOVE WS-HELD-EMP-ID TO CHG-EMP-ID.
    MOVE WS-HELD-TIMESTAMP TO CHG-KEYED.
    IF WS-HELD-EFF-DATE IS NUMERIC AND WS-HELD-EFF-DATE NOT = ZERO
        MOVE WS-HELD-EFF-DATE TO CHG-EFF-DATE
    ELSE
        MOVE WS-HELD-TIMESTAMP(1:8) TO CHG-EFF-DATE
    END-IF.
    IF WS-FEED-ACTION = "X"
        EXIT PARAGRAPH
    END-IF.
    IF WS-SEND-FIELD(1) = "Y"
        MOVE AFT-NAME TO CHG-NAME
    END-IF.
    IF WS-SEND-FIELD(2) = "Y"
        MOVE AFT-SURNAME TO CHG-SURNAME
    END-IF.
    IF WS-SEND-FIELD(3) = "Y"
        MOVE AFT-PHONE TO CHG-PHONE
    END-IF.
    IF WS-SEND-FIELD(4) = "Y"
        MOVE AFT-LOCATION TO CHG-LOCATION
    END-IF.
    IF WS-SEND-FIELD(5) = "Y" AND AFT-DOB IS NUMERIC
        STRING AFT-DOB-YY AFT-DOB-MM AFT-DOB-DD
            DELIMITED BY SIZE INTO CHG-DOB
    END-IF.
    IF WS-SEND-FIELD(6) = "Y" AND AFT-HIRE-DATE IS NUMERIC
        STRING AFT-HIRE-YY AFT-HIRE-MM AFT-HIRE-DD
            DELIMITED BY SIZE INTO CHG-HIRE-DATE
    END-IF.
    IF WS-SEND-FIELD(7) = "Y"
        MOVE AFT-GRADE TO CHG-GRADE
    END-IF.
    IF WS-SEND-FIELD(8) = "Y" AND AFT-SALARY IS NUMERIC
        MOVE AFT-SALARY TO CHG-SALARY
    END-IF.
    IF WS-SEND-FIELD(9) = "Y"
        MOVE AFT-STATUS TO CHG-STATUS
    END-IF.
    IF WS-SEND-FIELD(10) = "Y"
        MOVE AFT-SEP-DATE TO CHG-SEP-DATE
        MOVE AFT-SEP-REASON TO CHG-SEP-REASON
    END-IF.
    IF WS-SEND-FIELD(11) = "Y"
        MOVE AFT-DEPT TO CHG-DEPT
    END-IF.
    IF WS-SEND-FIELD(12) = "Y"
        MOVE AFT-SUPERVISOR TO CHG-SUPERVISOR
    END-IF.

*> The file is only created once there is something to send, the
*> way POSPAY leaves no empty file for the bank.
OPEN-FEED-FILE.
    MOVE SPACES TO WS-FEED-NAME.
    STRING "chg-" DELIMITED BY SIZE
        WS-TBL-SUB(WS-SUB-IDX) DELIMITED BY SPACE
        "-" WS-RUN-TS ".dat" DELIMITED BY SIZE
        INTO WS-FEED-NAME.
    OPEN OUTPUT FEED-FILE.
    MOVE "Y" TO WS-FEED-OPEN.
    MOVE "HDR" TO INTF-HDR-TAG.
    MOVE SPACES TO INTF-HDR-FILE-ID.
    STRING "CHG-" WS-TBL-SUB(WS-SUB-IDX)
        DELIMITED BY SIZE INTO INTF-HDR-FILE-ID.
    MOVE WS-RUN-DATE TO INTF-HDR-DATE.
    MOVE "WS-CHANGE-FEED" TO INTF-HDR-PROGRAM.
    MOVE SPACES TO FEED-RECORD.
    WRITE FEED-RECORD FROM INTF-HEADER-RECORD.
