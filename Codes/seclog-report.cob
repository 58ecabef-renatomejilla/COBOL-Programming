*>              matching events (when, what, who acted, on whom),
*>              and totals the adds, password changes, lock-outs
*>              and unlocks - so "who unlocked that operator
*>              overnight" is one run instead of a mystery. Menu
*>              sessions ended by a supervisor (KILL) or for
*>              idleness (IDLE) and function grants and revokes on
*>              operfunc.dat (GRNT, RVOK) are totalled too.

IDENTIFICATION DIVISION.
PROGRAM-ID.     SECLOG-REPORT.
        05 SEC-ACTING-OPER  PIC X(8).
        05 FILLER           PIC X.
        05 SEC-TARGET-OPER  PIC X(8).
        05 FILLER           PIC X.
        05 SEC-DETAIL       PIC X(10).

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(90).
    01 WS-PWD-COUNT         PIC 9(5) VALUE ZERO.
    01 WS-LOCK-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-UNLK-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-KILL-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-IDLE-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-GRNT-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-RVOK-COUNT        PIC 9(5) VALUE ZERO.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(8)  VALUE "ACTION".
        05 FILLER          PIC X(10) VALUE "ACTED BY".
        05 FILLER          PIC X(10) VALUE "OPERATOR".
        05 FILLER          PIC X(10) VALUE "DETAIL".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-TS      PIC X(14).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-ACTING  PIC X(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-TARGET  PIC X(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DETAIL  PIC X(10).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(24).
        05 RPT-TOT-COUNT   PIC ZZZZ9.
            ADD 1 TO WS-LOCK-COUNT
        WHEN "UNLK"
            ADD 1 TO WS-UNLK-COUNT
        WHEN "KILL"
            ADD 1 TO WS-KILL-COUNT
        WHEN "IDLE"
            ADD 1 TO WS-IDLE-COUNT
        WHEN "GRNT"
            ADD 1 TO WS-GRNT-COUNT
        WHEN "RVOK"
            ADD 1 TO WS-RVOK-COUNT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    MOVE SEC-ACTION      TO RPT-DET-ACTION.
    MOVE SEC-ACTING-OPER TO RPT-DET-ACTING.
    MOVE SEC-TARGET-OPER TO RPT-DET-TARGET.
    MOVE SEC-DETAIL      TO RPT-DET-DETAIL.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

WRITE-EVENT-TOTALS.
    MOVE "Unlocks               : " TO RPT-TOT-LABEL.
    MOVE WS-UNLK-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Sessions force-ended  : " TO RPT-TOT-LABEL.
    MOVE WS-KILL-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Sessions ended idle   : " TO RPT-TOT-LABEL.
    MOVE WS-IDLE-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Function grants       : " TO RPT-TOT-LABEL.
    MOVE WS-GRNT-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Function revokes      : " TO RPT-TOT-LABEL.
    MOVE WS-RVOK-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Events listed         : " TO RPT-TOT-LABEL.
    MOVE WS-LISTED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
