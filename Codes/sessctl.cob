*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Callable menu session manager over sessions.dat, so
*>              one operator ID holds one live MASTER-MENU session
*>              at a time and a session left open does not stay
*>              live all afternoon. Start refuses a second session
*>              for an operator already signed on elsewhere unless
*>              the first is past the idle timeout (it is ended
*>              then); touch ends a session that sat idle past the
*>              timeout and reports one a supervisor has ended;
*>              force and sweep are SESSION-DISPLAY's supervisor
*>              functions. Every ended session has its record locks
*>              in locks.dat released through RECLOCK and is logged
*>              to seclog.dat. Unlike RECLOCK the file is opened and
*>              closed on each call, since every terminal shares it.
*>              See copybooks/SESSCTL.cpy for the parameter area.

IDENTIFICATION DIVISION.
PROGRAM-ID.     SESSCTL.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SESSION-FILE ASSIGN TO "sessions.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SES-OPER-ID
            FILE STATUS IS WS-SESS-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD SESSION-FILE.
    COPY SESSREC.

    WORKING-STORAGE SECTION.
    01 WS-SESS-STATUS       PIC XX.
    01 WS-NOW-TS            PIC X(14).
    01 WS-SES-MIN           PIC S9(12).
    01 WS-NOW-MIN           PIC S9(12).
    01 WS-IDLE-AGE          PIC S9(9).
    01 WS-TS-DATE           PIC 9(8).
    01 WS-TS-HH             PIC 99.
    01 WS-TS-MM             PIC 99.
    01 WS-END-ACTION        PIC X(4).
    01 WS-END-ACTOR         PIC X(8).
    COPY SYSPARM.
    COPY RECLOCK.
    COPY SECLOG.

    LINKAGE SECTION.
    COPY SESSCTL.

PROCEDURE DIVISION USING SESS-CTL-AREA.
001-MAIN.
    MOVE "Y" TO SSC-RESULT.
    MOVE ZERO TO SSC-LOCKS-RELEASED.
    MOVE ZERO TO SSC-ENDED-COUNT.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS.
    PERFORM LOAD-IDLE-MINUTES.

    OPEN I-O SESSION-FILE.
    IF WS-SESS-STATUS = "35"
        OPEN OUTPUT SESSION-FILE
        CLOSE SESSION-FILE
        OPEN I-O SESSION-FILE
    END-IF.
    IF WS-SESS-STATUS NOT = "00"
        DISPLAY "SESSCTL: cannot open sessions.dat - status "
            WS-SESS-STATUS
        GOBACK
    END-IF.

    EVALUATE TRUE
        WHEN SSC-START
            PERFORM START-SESSION
        WHEN SSC-TOUCH
            PERFORM TOUCH-SESSION
        WHEN SSC-REFRESH
            PERFORM TOUCH-SESSION
        WHEN SSC-END
            PERFORM END-SESSION
        WHEN SSC-FORCE-END
            PERFORM FORCE-END-SESSION
        WHEN SSC-SWEEP
            PERFORM SWEEP-IDLE-SESSIONS
        WHEN OTHER
            MOVE "N" TO SSC-RESULT
    END-EVALUATE.
    CLOSE SESSION-FILE.
GOBACK.

*> SESSION-IDLE-MINUTES, default 30; zero means no timeout.
LOAD-IDLE-MINUTES.
    MOVE 30 TO SSC-IDLE-MINUTES.
    MOVE "SESSION-IDLE-MINUTES" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y"
        MOVE SPM-NUMERIC TO SSC-IDLE-MINUTES
    END-IF.

START-SESSION.
    MOVE SSC-OPERATOR-ID TO SES-OPER-ID.
    READ SESSION-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM COMPUTE-IDLE-AGE
            IF SSC-IDLE-MINUTES > ZERO
                    AND WS-IDLE-AGE > SSC-IDLE-MINUTES
                MOVE "IDLE" TO WS-END-ACTION
                MOVE "TIMEOUT" TO WS-END-ACTOR
                PERFORM END-SESSION-RECORD
            ELSE
                MOVE SES-SIGNON-TS TO SSC-HOLDER-SIGNON
                MOVE SES-LAST-ACTIVE TO SSC-HOLDER-ACTIVE
                MOVE "U" TO SSC-RESULT
                EXIT PARAGRAPH
            END-IF
    END-READ.
    MOVE SSC-OPERATOR-ID TO SES-OPER-ID.
    MOVE SSC-OPER-LEVEL TO SES-OPER-LEVEL.
    MOVE WS-NOW-TS TO SES-SIGNON-TS.
    MOVE WS-NOW-TS TO SES-LAST-ACTIVE.
    MOVE SPACES TO SES-LAST-SELECT.
    WRITE SESSION-RECORD
        INVALID KEY
            MOVE "U" TO SSC-RESULT
        NOT INVALID KEY
            MOVE WS-NOW-TS TO SSC-SIGNON-TS
    END-WRITE.

*> A session that is gone, or belongs to a newer sign-on of the
*> same operator, was ended from outside this terminal.
TOUCH-SESSION.
    MOVE SSC-OPERATOR-ID TO SES-OPER-ID.
    READ SESSION-FILE
        INVALID KEY
            MOVE "X" TO SSC-RESULT
            EXIT PARAGRAPH
    END-READ.
    IF SES-SIGNON-TS NOT = SSC-SIGNON-TS
        MOVE "X" TO SSC-RESULT
        EXIT PARAGRAPH
    END-IF.
    IF SSC-TOUCH AND SSC-IDLE-MINUTES > ZERO
        PERFORM COMPUTE-IDLE-AGE
        IF WS-IDLE-AGE > SSC-IDLE-MINUTES
            MOVE "IDLE" TO WS-END-ACTION
            MOVE "TIMEOUT" TO WS-END-ACTOR
            PERFORM END-SESSION-RECORD
            MOVE "I" TO SSC-RESULT
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE WS-NOW-TS TO SES-LAST-ACTIVE.
    IF SSC-SELECTION NOT = SPACES
        MOVE SSC-SELECTION TO SES-LAST-SELECT
    END-IF.
    REWRITE SESSION-RECORD.

*> Normal sign-off removes only this terminal's own session.
END-SESSION.
    MOVE SSC-OPERATOR-ID TO SES-OPER-ID.
    READ SESSION-FILE
        INVALID KEY
            MOVE "N" TO SSC-RESULT
        NOT INVALID KEY
            IF SES-SIGNON-TS = SSC-SIGNON-TS
                DELETE SESSION-FILE RECORD
            END-IF
    END-READ.

FORCE-END-SESSION.
    MOVE SSC-OPERATOR-ID TO SES-OPER-ID.
    READ SESSION-FILE
        INVALID KEY
            MOVE "N" TO SSC-RESULT
        NOT INVALID KEY
            MOVE "KILL" TO WS-END-ACTION
            MOVE SSC-ACTING-OPER TO WS-END-ACTOR
            PERFORM END-SESSION-RECORD
    END-READ.

SWEEP-IDLE-SESSIONS.
    IF SSC-IDLE-MINUTES = ZERO
        EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO SES-OPER-ID.
    START SESSION-FILE KEY IS NOT LESS THAN SES-OPER-ID
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-SESS-STATUS = "10"
        READ SESSION-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM COMPUTE-IDLE-AGE
                IF WS-IDLE-AGE > SSC-IDLE-MINUTES
                    MOVE "IDLE" TO WS-END-ACTION
                    MOVE SSC-ACTING-OPER TO WS-END-ACTOR
                    PERFORM END-SESSION-RECORD
                    ADD 1 TO SSC-ENDED-COUNT
                END-IF
        END-READ
    END-PERFORM.

*> Deletes the session just read, drops every record lock its
*> operator still holds, and logs the ending to seclog.dat.
END-SESSION-RECORD.
    DELETE SESSION-FILE RECORD.
    MOVE SES-OPER-ID TO LCK-OPERATOR.
    SET LCK-RELEASE-OPER TO TRUE.
    CALL "RECLOCK" USING REC-LOCK-AREA.
    ADD LCK-RELEASED TO SSC-LOCKS-RELEASED.
    MOVE WS-END-ACTION TO SCL-ACTION.
    MOVE WS-END-ACTOR TO SCL-ACTING-OPER.
    MOVE SES-OPER-ID TO SCL-TARGET-OPER.
    CALL "SECLOG" USING SEC-LOG-AREA.

*> Minutes since the last menu activity, through the day-count
*> functions as LOCK-DISPLAY ages a lock.
COMPUTE-IDLE-AGE.
    MOVE SES-LAST-ACTIVE(1:8) TO WS-TS-DATE.
    MOVE SES-LAST-ACTIVE(9:2) TO WS-TS-HH.
    MOVE SES-LAST-ACTIVE(11:2) TO WS-TS-MM.
    COMPUTE WS-SES-MIN =
        FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 1440
        + WS-TS-HH * 60 + WS-TS-MM.
    MOVE WS-NOW-TS(1:8) TO WS-TS-DATE.
    MOVE WS-NOW-TS(9:2) TO WS-TS-HH.
    MOVE WS-NOW-TS(11:2) TO WS-TS-MM.
    COMPUTE WS-NOW-MIN =
        FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 1440
        + WS-TS-HH * 60 + WS-TS-MM.
    COMPUTE WS-IDLE-AGE = WS-NOW-MIN - WS-SES-MIN.
