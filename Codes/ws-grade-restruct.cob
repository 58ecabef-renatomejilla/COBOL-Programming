        MOVE "BATCH" TO HIST-OPERATOR
        MOVE EMP-ID TO HIST-EMP-ID
        MOVE WS-PRIOR-IMAGE TO HIST-PRIOR-IMAGE
        MOVE ZERO TO HIST-EFF-DATE
        WRITE EMP-HISTORY-RECORD
        PERFORM WRITE-AFTER-IMAGE
    END-IF.
