*>              re-enter its own lock - and otherwise reports the
*>              holder; release deletes the requester's own lock
*>              and quietly ignores anyone else's. Stale locks from
*>              dead sessions are cleared through LOCK-DISPLAY, and
*>              every lock of an ended menu session is dropped at
*>              once through release-operator.
*>              See copybooks/RECLOCK.cpy.

IDENTIFICATION DIVISION.
    FILE-CONTROL.
        SELECT LOCK-FILE ASSIGN TO "locks.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LOK-KEY-GROUP
            FILE STATUS IS WS-LOCK-STATUS.

            PERFORM ACQUIRE-LOCK
        WHEN LCK-RELEASE
            PERFORM RELEASE-LOCK
        WHEN LCK-RELEASE-OPER
            PERFORM RELEASE-OPERATOR-LOCKS
        WHEN OTHER
            MOVE "N" TO LCK-GRANTED
    END-EVALUATE.
                DELETE LOCK-FILE RECORD
            END-IF
    END-READ.

RELEASE-OPERATOR-LOCKS.
    MOVE ZERO TO LCK-RELEASED.
    MOVE LOW-VALUES TO LOK-KEY-GROUP.
    START LOCK-FILE KEY IS NOT LESS THAN LOK-KEY-GROUP
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-LOCK-STATUS = "10"
        READ LOCK-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                IF LOK-OPERATOR = LCK-OPERATOR
                    DELETE LOCK-FILE RECORD
                    ADD 1 TO LCK-RELEASED
                END-IF
        END-READ
    END-PERFORM.
