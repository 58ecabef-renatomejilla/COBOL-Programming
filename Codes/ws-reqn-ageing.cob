*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Open-requisition ageing report. Every requisition on
*>              reqn.dat still pending approval or open for hiring
*>              is listed with its branch, department and grade,
*>              positions raised, filled and still vacant, and the
*>              days since it was raised, banded 0-30, 31-60, 61-90
*>              and over 90 days. The totals give the requisitions
*>              and vacant positions in each band so HR can see
*>              which openings are going unfilled. Output in
*>              reqnage.rpt.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-REQN-AGEING.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT REQN-FILE ASSIGN TO "reqn.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS REQ-NUMBER
            FILE STATUS IS WS-REQN-STATUS.

        SELECT REPORT-FILE ASSIGN TO "reqnage.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD REQN-FILE.
    COPY REQNREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(100).

    WORKING-STORAGE SECTION.
    01 WS-REQN-STATUS       PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-LIST-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-DAYS-OPEN         PIC S9(5).
    01 WS-VACANT            PIC 9(3).
    01 WS-BAND-IDX          PIC 9.
    01 WS-TOTAL-VACANT      PIC 9(5) VALUE ZERO.
    01 WS-BAND-TABLE.
        05 WS-BAND-ENTRY OCCURS 4 TIMES.
            10 WS-BAND-REQS     PIC 9(5).
            10 WS-BAND-VACANT   PIC 9(5).
    01 WS-BAND-LABELS.
        05 FILLER           PIC X(12) VALUE "0-30 DAYS".
        05 FILLER           PIC X(12) VALUE "31-60 DAYS".
        05 FILLER           PIC X(12) VALUE "61-90 DAYS".
        05 FILLER           PIC X(12) VALUE "OVER 90 DAYS".
    01 WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
        05 WS-BAND-LABEL    PIC X(12) OCCURS 4 TIMES.
    COPY DATESRV.
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
            VALUE "OPEN REQUISITION AGEING        Run date:  ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "REQN".
        05 FILLER          PIC X(9)  VALUE "STATUS".
        05 FILLER          PIC X(17) VALUE "BRANCH".
        05 FILLER          PIC X(12) VALUE "DEPARTMENT".
        05 FILLER          PIC X(4)  VALUE "GR".
        05 FILLER          PIC X(5)  VALUE "POS".
        05 FILLER          PIC X(5)  VALUE "FIL".
        05 FILLER          PIC X(5)  VALUE "VAC".
        05 FILLER          PIC X(10) VALUE "RAISED".
        05 FILLER          PIC X(7)  VALUE "DAYS".
        05 FILLER          PIC X(12) VALUE "BAND".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-REQN    PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-STATUS  PIC X(7).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-BRANCH  PIC X(15).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DEPT    PIC X(10).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-GRADE   PIC X(2).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-COUNT   PIC ZZ9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-FILLED  PIC ZZ9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-VACANT  PIC ZZ9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-RAISED  PIC 9(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DAYS    PIC ZZZZ9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-BAND    PIC X(12).
    01 RPT-BAND-LINE.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-BND-LABEL   PIC X(14).
        05 RPT-BND-REQS    PIC ZZZZ9.
        05 FILLER          PIC X(18) VALUE " requisition(s)  ".
        05 RPT-BND-VACANT  PIC ZZZZ9.
        05 FILLER          PIC X(19) VALUE " vacant position(s)".

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    INITIALIZE WS-BAND-TABLE.

    OPEN INPUT REQN-FILE.
    IF WS-REQN-STATUS NOT = "00"
        DISPLAY "reqn.dat not found - no requisitions to age."
        GOBACK
    END-IF.

    MOVE "WS-REQN-AGEING" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN OUTPUT REPORT-FILE.
    MOVE "REQUISITION AGEING" TO RRG-REPORT-NAME.
    MOVE "reqnage.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE "PENDING AND OPEN REQUISITIONS" TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    PERFORM UNTIL WS-REQN-STATUS NOT = "00"
        READ REQN-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                IF REQ-PENDING OR REQ-OPEN
                    PERFORM AGE-ONE-REQUISITION
                END-IF
        END-READ
    END-PERFORM.
    IF WS-LIST-COUNT = ZERO
        MOVE "  (none)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "AGE BAND TOTALS" TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-BAND-IDX FROM 1 BY 1 UNTIL WS-BAND-IDX > 4
        MOVE WS-BAND-LABEL(WS-BAND-IDX) TO RPT-BND-LABEL
        MOVE WS-BAND-REQS(WS-BAND-IDX) TO RPT-BND-REQS
        MOVE WS-BAND-VACANT(WS-BAND-IDX) TO RPT-BND-VACANT
        WRITE REPORT-LINE FROM RPT-BAND-LINE
    END-PERFORM.
    MOVE "TOTAL" TO RPT-BND-LABEL.
    MOVE WS-LIST-COUNT TO RPT-BND-REQS.
    MOVE WS-TOTAL-VACANT TO RPT-BND-VACANT.
    WRITE REPORT-LINE FROM RPT-BAND-LINE.

    CLOSE REPORT-FILE.
    CLOSE REQN-FILE.

    MOVE WS-LIST-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-LIST-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "Requisition ageing written to reqnage.rpt - "
        WS-LIST-COUNT " requisition(s), " WS-TOTAL-VACANT
        " vacant position(s).".
GOBACK.

AGE-ONE-REQUISITION.
    ADD 1 TO WS-LIST-COUNT.
    SET DSRV-DATE-DIFF TO TRUE.
    MOVE REQ-OPEN-DATE TO DSRV-DATE-A.
    MOVE WS-RUN-DATE TO DSRV-DATE-B.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-RESULT-NUM TO WS-DAYS-OPEN.
    IF WS-DAYS-OPEN < ZERO
        MOVE ZERO TO WS-DAYS-OPEN
    END-IF.
    EVALUATE TRUE
        WHEN WS-DAYS-OPEN <= 30
            MOVE 1 TO WS-BAND-IDX
        WHEN WS-DAYS-OPEN <= 60
            MOVE 2 TO WS-BAND-IDX
        WHEN WS-DAYS-OPEN <= 90
            MOVE 3 TO WS-BAND-IDX
        WHEN OTHER
            MOVE 4 TO WS-BAND-IDX
    END-EVALUATE.
    IF REQ-FILLED < REQ-COUNT
        COMPUTE WS-VACANT = REQ-COUNT - REQ-FILLED
    ELSE
        MOVE ZERO TO WS-VACANT
    END-IF.
    ADD 1 TO WS-BAND-REQS(WS-BAND-IDX).
    ADD WS-VACANT TO WS-BAND-VACANT(WS-BAND-IDX).
    ADD WS-VACANT TO WS-TOTAL-VACANT.

    MOVE REQ-NUMBER TO RPT-DET-REQN.
    IF REQ-PENDING
        MOVE "PENDING" TO RPT-DET-STATUS
    ELSE
        MOVE "OPEN" TO RPT-DET-STATUS
    END-IF.
    MOVE REQ-BRANCH TO RPT-DET-BRANCH.
    MOVE REQ-DEPT TO RPT-DET-DEPT.
    MOVE REQ-GRADE TO RPT-DET-GRADE.
    MOVE REQ-COUNT TO RPT-DET-COUNT.
    MOVE REQ-FILLED TO RPT-DET-FILLED.
    MOVE WS-VACANT TO RPT-DET-VACANT.
    MOVE REQ-OPEN-DATE TO RPT-DET-RAISED.
    MOVE WS-DAYS-OPEN TO RPT-DET-DAYS.
    MOVE WS-BAND-LABEL(WS-BAND-IDX) TO RPT-DET-BAND.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
