*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Queues one outbound notification on notifq.dat, the
*>              queue NOTIFY-DISPATCH sends from. Any program that
*>              knows something someone needs to hear - a lapsing
*>              certification, a birthday, a password about to
*>              expire, a leave decision, the morning exceptions -
*>              CALLs this rather than leaving it in a report
*>              nobody opens. One CALLable module in the mold of
*>              RUNLOG so the queue layout stays in one place. The
*>              sequence number is found from the queue on the
*>              first call of a run and counted on from there.
*>              A once-a-day reminder reads the queue through
*>              first and is dropped when today's entry is there.
*>              See copybooks/NOTIFY.cpy for the parameter area.

IDENTIFICATION DIVISION.
PROGRAM-ID.     NOTIFY.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT QUEUE-FILE ASSIGN TO "notifq.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-QUEUE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD QUEUE-FILE.
    COPY NOTIFQ.

    WORKING-STORAGE SECTION.
    01 WS-QUEUE-STATUS      PIC XX.
    01 WS-SEQ-KNOWN         PIC X VALUE "N".
    01 WS-LAST-SEQ          PIC 9(7) VALUE ZERO.
    01 WS-I                 PIC 9.
    01 WS-TODAY             PIC X(8).
    01 WS-ALREADY-QUEUED    PIC X.

    LINKAGE SECTION.
    COPY NOTIFY.

PROCEDURE DIVISION USING NOTIFY-AREA.
001-MAIN.
    MOVE "N" TO NTF-RESULT.
    IF NTF-RECIPIENT-ID = SPACES OR NTF-TEMPLATE = SPACES
        GOBACK
    END-IF.
    IF NOT NTF-TO-EMPLOYEE AND NOT NTF-TO-OPERATOR
        GOBACK
    END-IF.
    IF NOT NTF-BY-EMAIL AND NOT NTF-BY-SMS
        GOBACK
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
    MOVE "N" TO WS-ALREADY-QUEUED.
    IF WS-SEQ-KNOWN NOT = "Y" OR NTF-ONCE-A-DAY = "Y"
        PERFORM FIND-LAST-SEQ
    END-IF.
    IF WS-ALREADY-QUEUED = "Y"
        MOVE "D" TO NTF-RESULT
        GOBACK
    END-IF.

    OPEN EXTEND QUEUE-FILE.
    IF WS-QUEUE-STATUS = "35"
        OPEN OUTPUT QUEUE-FILE
    END-IF.
    IF WS-QUEUE-STATUS NOT = "00"
        DISPLAY "NOTIFY: cannot open notifq.dat - status "
            WS-QUEUE-STATUS
        GOBACK
    END-IF.
    ADD 1 TO WS-LAST-SEQ.
    MOVE WS-LAST-SEQ TO NTQ-SEQ.
    MOVE FUNCTION CURRENT-DATE(1:14) TO NTQ-QUEUED-TS.
    MOVE NTF-SOURCE TO NTQ-SOURCE.
    MOVE NTF-RECIPIENT-TYPE TO NTQ-RECIPIENT-TYPE.
    MOVE NTF-RECIPIENT-ID TO NTQ-RECIPIENT-ID.
    MOVE NTF-CHANNEL TO NTQ-CHANNEL.
    MOVE NTF-TEMPLATE TO NTQ-TEMPLATE.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
        MOVE NTF-FIELD(WS-I) TO NTQ-FIELD(WS-I)
    END-PERFORM.
    SET NTQ-QUEUED TO TRUE.
    MOVE ZERO TO NTQ-ATTEMPTS.
    MOVE SPACES TO NTQ-LAST-TRY-TS.
    MOVE SPACES TO NTQ-ADDRESS.
    MOVE SPACES TO NTQ-REASON.
    WRITE NOTIF-QUEUE-RECORD.
    CLOSE QUEUE-FILE.
    MOVE "Y" TO NTF-RESULT.
GOBACK.

FIND-LAST-SEQ.
    MOVE ZERO TO WS-LAST-SEQ.
    OPEN INPUT QUEUE-FILE.
    IF WS-QUEUE-STATUS = "00"
        PERFORM UNTIL WS-QUEUE-STATUS NOT = "00"
            READ QUEUE-FILE
                AT END
                    EXIT PERFORM
                NOT AT END
                    IF NTQ-SEQ > WS-LAST-SEQ
                        MOVE NTQ-SEQ TO WS-LAST-SEQ
                    END-IF
                    IF NTF-ONCE-A-DAY = "Y"
                            AND NTQ-QUEUED-TS(1:8) = WS-TODAY
                            AND NTQ-TEMPLATE = NTF-TEMPLATE
                            AND NTQ-RECIPIENT-TYPE = NTF-RECIPIENT-TYPE
                            AND NTQ-RECIPIENT-ID = NTF-RECIPIENT-ID
                        MOVE "Y" TO WS-ALREADY-QUEUED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE QUEUE-FILE
    END-IF.
    MOVE "Y" TO WS-SEQ-KNOWN.
