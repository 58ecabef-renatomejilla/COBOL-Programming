*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Supervisor display over sessions.dat, the active
*>              MASTER-MENU sessions SESSCTL keeps, in the manner
*>              LOCK-DISPLAY shows locks.dat. Lists who is signed
*>              on, since when, the last menu activity and minutes
*>              idle; force-ends a named operator's session (so a
*>              clerk who left a terminal signed on can sign on at
*>              another); and ends every session past the idle
*>              timeout (SESSION-IDLE-MINUTES in sysparm.dat).
*>              Ending a session releases the operator's record
*>              locks and is logged to seclog.dat.

IDENTIFICATION DIVISION.
PROGRAM-ID.     SESSION-DISPLAY.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SESSION-FILE ASSIGN TO "sessions.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SES-OPER-ID
            FILE STATUS IS WS-SESS-STATUS.

        SELECT OPER-FILE ASSIGN TO "opersec.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OPER-ID
            FILE STATUS IS WS-OPER-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD SESSION-FILE.
    COPY SESSREC.

    FD OPER-FILE.
    COPY OPERREC.

    WORKING-STORAGE SECTION.
    01 WS-SESS-STATUS       PIC XX.
    01 WS-OPER-STATUS       PIC XX.
    01 WS-SUPV-OK           PIC X.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SUPV-ID           PIC X(8).
    01 WS-SUPV-ID-IN        PIC X(8).
    01 WS-SUPV-PW-IN        PIC X(10).
    01 WS-SUPV-PW-CODED     PIC X(10).
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-LIST-COUNT        PIC 9(3).
    01 WS-IDLE-LIMIT        PIC 9(4).
    01 WS-NOW-TS            PIC X(14).
    01 WS-SES-MIN           PIC S9(12).
    01 WS-NOW-MIN           PIC S9(12).
    01 WS-IDLE-AGE          PIC S9(9).
    01 WS-IDLE-SHOW         PIC ZZZZ9.
    01 WS-IDLE-FLAG         PIC X(6).
    01 WS-TS-DATE           PIC 9(8).
    01 WS-TS-HH             PIC 99.
    01 WS-TS-MM             PIC 99.
    01 WS-OPER-IN           PIC X(8).
    01 WS-CONFIRM           PIC X.
    COPY SYSPARM.
    COPY SESSCTL.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
*> Ending someone else's session is supervisor territory, exactly
*> as clearing someone else's lock is in LOCK-DISPLAY.
    PERFORM VERIFY-SUPERVISOR.
    IF WS-SUPV-OK NOT = "Y"
        DISPLAY "Supervisor authority required. Program ends."
        GOBACK
    END-IF.

    MOVE 30 TO WS-IDLE-LIMIT.
    MOVE "SESSION-IDLE-MINUTES" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y"
        MOVE SPM-NUMERIC TO WS-IDLE-LIMIT
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== ACTIVE SESSIONS ===="
        DISPLAY "1 - List Active Sessions"
        DISPLAY "2 - Force-End a Session"
        DISPLAY "3 - End Idle Sessions"
        DISPLAY "4 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM LIST-SESSIONS
            WHEN 2
                PERFORM FORCE-END
            WHEN 3
                PERFORM END-IDLE-SESSIONS
            WHEN 4
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    DISPLAY "Session display ended.".
GOBACK.

VERIFY-SUPERVISOR.
    MOVE "N" TO WS-SUPV-OK.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y" AND SGN-OPER-LEVEL >= 2
            MOVE SGN-OPERATOR-ID TO WS-SUPV-ID
            MOVE "Y" TO WS-SUPV-OK
            EXIT PARAGRAPH
        END-IF
    END-IF.
    OPEN INPUT OPER-FILE.
    IF WS-OPER-STATUS NOT = "00"
        DISPLAY "Operator security file not available - "
            "the session display needs a supervisor."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Supervisor Operator ID: " WITH NO ADVANCING.
    ACCEPT WS-SUPV-ID-IN.
    DISPLAY "Supervisor Password   : " WITH NO ADVANCING.
    ACCEPT WS-SUPV-PW-IN.
    MOVE FUNCTION UPPER-CASE(WS-SUPV-ID-IN) TO OPER-ID.
    CALL "PWDCODE" USING WS-SUPV-PW-IN WS-SUPV-PW-CODED.
    READ OPER-FILE
        INVALID KEY
            DISPLAY "Supervisor approval failed."
        NOT INVALID KEY
            IF OPER-PASSWORD = WS-SUPV-PW-CODED
                    AND OPER-LEVEL >= 2
                    AND NOT OPER-IS-LOCKED
                MOVE OPER-ID TO WS-SUPV-ID
                MOVE "Y" TO WS-SUPV-OK
            ELSE
                DISPLAY "Supervisor approval failed."
            END-IF
    END-READ.
    CLOSE OPER-FILE.

LIST-SESSIONS.
    MOVE ZERO TO WS-LIST-COUNT.
    OPEN INPUT SESSION-FILE.
    IF WS-SESS-STATUS NOT = "00"
        DISPLAY "No active sessions."
        EXIT PARAGRAPH
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS.
    MOVE LOW-VALUES TO SES-OPER-ID.
    START SESSION-FILE KEY IS NOT LESS THAN SES-OPER-ID
        INVALID KEY
            DISPLAY "No active sessions."
            CLOSE SESSION-FILE
            EXIT PARAGRAPH
    END-START.
    DISPLAY "OPERATOR L SIGNED ON      LAST ACTIVE    IDLE  SEL".
    PERFORM UNTIL WS-SESS-STATUS = "10"
        READ SESSION-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-LIST-COUNT
                PERFORM COMPUTE-IDLE-AGE
                MOVE WS-IDLE-AGE TO WS-IDLE-SHOW
                MOVE SPACES TO WS-IDLE-FLAG
                IF WS-IDLE-LIMIT > ZERO
                        AND WS-IDLE-AGE > WS-IDLE-LIMIT
                    MOVE "*IDLE*" TO WS-IDLE-FLAG
                END-IF
                DISPLAY SES-OPER-ID " " SES-OPER-LEVEL " "
                    SES-SIGNON-TS " " SES-LAST-ACTIVE " "
                    WS-IDLE-SHOW " " SES-LAST-SELECT " "
                    WS-IDLE-FLAG
        END-READ
    END-PERFORM.
    CLOSE SESSION-FILE.
    IF WS-LIST-COUNT = ZERO
        DISPLAY "No active sessions."
    ELSE
        DISPLAY WS-LIST-COUNT " session(s) active. Idle "
            "timeout " WS-IDLE-LIMIT " minute(s)."
    END-IF.

FORCE-END.
    DISPLAY "Operator ID: " WITH NO ADVANCING.
    ACCEPT WS-OPER-IN.
    MOVE FUNCTION UPPER-CASE(WS-OPER-IN) TO WS-OPER-IN.
    DISPLAY "End the session of " WS-OPER-IN " and release "
        "its locks? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "No change made."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-OPER-IN TO SSC-OPERATOR-ID.
    MOVE WS-SUPV-ID TO SSC-ACTING-OPER.
    SET SSC-FORCE-END TO TRUE.
    CALL "SESSCTL" USING SESS-CTL-AREA.
    IF SSC-NOT-FOUND
        DISPLAY WS-OPER-IN " has no active session."
    ELSE
        DISPLAY "Session ended - " SSC-LOCKS-RELEASED
            " lock(s) released."
    END-IF.

END-IDLE-SESSIONS.
    IF WS-IDLE-LIMIT = ZERO
        DISPLAY "SESSION-IDLE-MINUTES is zero - the idle "
            "timeout is off."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-SUPV-ID TO SSC-ACTING-OPER.
    SET SSC-SWEEP TO TRUE.
    CALL "SESSCTL" USING SESS-CTL-AREA.
    DISPLAY SSC-ENDED-COUNT " idle session(s) ended - "
        SSC-LOCKS-RELEASED " lock(s) released.".

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
