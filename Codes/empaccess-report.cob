*> Date:        August 22, 2026
*> Description: Privacy review over empaccess.log, the access log
*>              WS-EMP-INQUIRY writes on every lookup. Summarizes
*>              lookups by operator (found, not-found, and refused
*>              as outside the operator's branch scope - the "R"
*>              lines BRSCOPE and the scoped programs write) and flags
*>              unusual patterns: an operator whose reads walk an
*>              EMP-ID range in sequence (ten or more consecutive
*>              ascending IDs) or whose volume exceeds an
    01 WS-READ-COUNT        PIC 9(6) VALUE ZERO.
    01 WS-IDX               PIC 99.
    01 WS-FOUND             PIC X.
    01 WS-FLAG-HOLD         PIC X(40).
    01 WS-OPER-COUNT        PIC 99 VALUE ZERO.
    01 WS-OPER-TABLE.
        05 WS-OPER-ENTRY OCCURS 50 TIMES.
            10 WS-TBL-LOOKUPS   PIC 9(6).
            10 WS-TBL-FOUND     PIC 9(6).
            10 WS-TBL-NOTFOUND  PIC 9(6).
            10 WS-TBL-REFUSED   PIC 9(6).
            10 WS-TBL-PREV-ID   PIC 9(6).
            10 WS-TBL-RUN-LEN   PIC 9(4).
            10 WS-TBL-MAX-RUN   PIC 9(4).
        05 FILLER          PIC X(9)  VALUE "LOOKUPS".
        05 FILLER          PIC X(8)  VALUE "FOUND".
        05 FILLER          PIC X(10) VALUE "NOT FOUND".
        05 FILLER          PIC X(9)  VALUE "REFUSED".
        05 FILLER          PIC X(9)  VALUE "LONG SEQ".
        05 FILLER          PIC X(24) VALUE "FLAGS".
    01 RPT-DETAIL-LINE.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-DET-NOTFND  PIC ZZZZZ9.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-DET-REFUSED PIC ZZZZZ9.
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-DET-MAXRUN  PIC ZZZ9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-FLAGS   PIC X(40).
        MOVE ZERO TO WS-TBL-LOOKUPS(WS-IDX)
        MOVE ZERO TO WS-TBL-FOUND(WS-IDX)
        MOVE ZERO TO WS-TBL-NOTFOUND(WS-IDX)
        MOVE ZERO TO WS-TBL-REFUSED(WS-IDX)
        MOVE ZERO TO WS-TBL-PREV-ID(WS-IDX)
        MOVE 1 TO WS-TBL-RUN-LEN(WS-IDX)
        MOVE 1 TO WS-TBL-MAX-RUN(WS-IDX)
    END-IF.

    ADD 1 TO WS-TBL-LOOKUPS(WS-IDX).
    EVALUATE ACC-FOUND
        WHEN "Y"
            ADD 1 TO WS-TBL-FOUND(WS-IDX)
        WHEN "R"
            ADD 1 TO WS-TBL-REFUSED(WS-IDX)
        WHEN OTHER
            ADD 1 TO WS-TBL-NOTFOUND(WS-IDX)
    END-EVALUATE.

    IF ACC-EMP-ID = WS-TBL-PREV-ID(WS-IDX) + 1
        ADD 1 TO WS-TBL-RUN-LEN(WS-IDX)
    MOVE WS-TBL-LOOKUPS(WS-IDX) TO RPT-DET-LOOKUPS.
    MOVE WS-TBL-FOUND(WS-IDX) TO RPT-DET-FOUND.
    MOVE WS-TBL-NOTFOUND(WS-IDX) TO RPT-DET-NOTFND.
    MOVE WS-TBL-REFUSED(WS-IDX) TO RPT-DET-REFUSED.
    MOVE WS-TBL-MAX-RUN(WS-IDX) TO RPT-DET-MAXRUN.
    MOVE SPACES TO RPT-DET-FLAGS.
    IF WS-TBL-MAX-RUN(WS-IDX) >= 10
            MOVE "** SWEEP + HIGH VOLUME **" TO RPT-DET-FLAGS
        END-IF
    END-IF.
    IF WS-TBL-REFUSED(WS-IDX) > ZERO
        IF RPT-DET-FLAGS = SPACES
            MOVE "** OUT-OF-SCOPE ATTEMPTS **" TO RPT-DET-FLAGS
        ELSE
            MOVE RPT-DET-FLAGS TO WS-FLAG-HOLD
            MOVE SPACES TO RPT-DET-FLAGS
            STRING WS-FLAG-HOLD DELIMITED BY "  "
                " + OUT-OF-SCOPE" DELIMITED BY SIZE
                INTO RPT-DET-FLAGS
        END-IF
    END-IF.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
