    MOVE WS-OPERATOR-ID TO HIST-OPERATOR.
    MOVE EMP-ID TO HIST-EMP-ID.
    MOVE WS-PRIOR-IMAGE TO HIST-PRIOR-IMAGE.
    MOVE ZERO TO HIST-EFF-DATE.
    WRITE EMP-HISTORY-RECORD.
    PERFORM WRITE-AFTER-IMAGE.
    ADD 1 TO WS-MOVED-COUNT.
