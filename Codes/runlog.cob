            WS-RUNCTL-STATUS
        GOBACK
    END-IF.
    MOVE SPACES TO RUNCTL-RECORD.
    MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP.
    MOVE RLG-PROGRAM     TO RUN-PROGRAM.
    MOVE RLG-EVENT       TO RUN-EVENT.
