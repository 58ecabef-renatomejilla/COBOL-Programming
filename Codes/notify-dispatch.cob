*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Notification dispatcher over notifq.dat, the queue
*>              NOTIFY fills. Every entry still queued or waiting
*>              for a retry is merged with its template from
*>              notiftpl.dat (&1 to &5 take the queued merge
*>              fields), addressed from notifcon.dat - an SMS to an
*>              employee with no contact record goes to EMP-PHONE -
*>              and written to the gateway pickup file: mailout.dat
*>              for email, smsout.dat for SMS. A send that cannot
*>              go (no template, no address, pickup file not
*>              available) is kept for the next run until the
*>              NOTIFY-MAX-TRIES sysparm (default 3) is used up,
*>              then marked failed with its reason for the
*>              NOTIFY-REPORT follow-up. Every attempt is logged
*>              to notiflog.dat. The queue is rewritten through
*>              notifq.tmp, so run it when nothing else is queueing.

IDENTIFICATION DIVISION.
PROGRAM-ID.     NOTIFY-DISPATCH.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT QUEUE-FILE ASSIGN TO "notifq.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-QUEUE-STATUS.

        SELECT QUEUE-WORK-FILE ASSIGN TO "notifq.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.

        SELECT TEMPLATE-FILE ASSIGN TO "notiftpl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NTT-CODE
            FILE STATUS IS WS-TEMPLATE-STATUS.

        SELECT CONTACT-FILE ASSIGN TO "notifcon.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NCN-KEY
            FILE STATUS IS WS-CONTACT-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT MAIL-FILE ASSIGN TO "mailout.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAIL-STATUS.

        SELECT SMS-FILE ASSIGN TO "smsout.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SMS-STATUS.

        SELECT DELIVERY-LOG ASSIGN TO "notiflog.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD QUEUE-FILE.
    COPY NOTIFQ.

    FD QUEUE-WORK-FILE.
    01 QUEUE-WORK-RECORD    PIC X(281).

    FD TEMPLATE-FILE.
    COPY NOTIFTPL.

    FD CONTACT-FILE.
    COPY NOTIFCON.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

*> Gateway pickup layouts: the mail and SMS gateways each sweep
*> their file and send what they find.
    FD MAIL-FILE.
    01 MAIL-PICKUP-RECORD.
        05 MPU-SEQ          PIC 9(7).
        05 FILLER           PIC X.
        05 MPU-TO           PIC X(40).
        05 FILLER           PIC X.
        05 MPU-SUBJECT      PIC X(60).
        05 FILLER           PIC X.
        05 MPU-BODY         PIC X(160).

    FD SMS-FILE.
    01 SMS-PICKUP-RECORD.
        05 SPU-SEQ          PIC 9(7).
        05 FILLER           PIC X.
        05 SPU-MOBILE       PIC X(15).
        05 FILLER           PIC X.
        05 SPU-TEXT         PIC X(160).

    FD DELIVERY-LOG.
    01 DELIVERY-LOG-RECORD.
        05 NLG-TIMESTAMP    PIC X(14).
        05 FILLER           PIC X.
        05 NLG-SEQ          PIC 9(7).
        05 FILLER           PIC X.
        05 NLG-CHANNEL      PIC X.
        05 FILLER           PIC X.
        05 NLG-RECIPIENT-TYPE PIC X.
        05 NLG-RECIPIENT-ID PIC X(15).
        05 FILLER           PIC X.
        05 NLG-ADDRESS      PIC X(40).
        05 FILLER           PIC X.
        05 NLG-OUTCOME      PIC X(6).
        05 FILLER           PIC X.
        05 NLG-REASON       PIC X(20).

    WORKING-STORAGE SECTION.
    01 WS-QUEUE-STATUS      PIC XX.
    01 WS-WORK-STATUS       PIC XX.
    01 WS-TEMPLATE-STATUS   PIC XX.
    01 WS-CONTACT-STATUS    PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-MAIL-STATUS       PIC XX.
    01 WS-SMS-STATUS        PIC XX.
    01 WS-LOG-STATUS        PIC XX.
    01 WS-TEMPLATES-OPEN    PIC X VALUE "N".
    01 WS-CONTACTS-OPEN     PIC X VALUE "N".
    01 WS-EMPLOYEES-OPEN    PIC X VALUE "N".
    01 WS-MAIL-OPEN         PIC X VALUE "N".
    01 WS-SMS-OPEN          PIC X VALUE "N".
    01 WS-MAX-TRIES         PIC 99 VALUE 3.
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-TRIED-COUNT       PIC 9(7) VALUE ZERO.
    01 WS-SENT-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-RETRY-COUNT       PIC 9(7) VALUE ZERO.
    01 WS-FAILED-COUNT      PIC 9(7) VALUE ZERO.
    01 WS-SUBJECT           PIC X(60).
    01 WS-OUT-TEXT          PIC X(160).
    01 WS-WORK-TEXT         PIC X(160).
    01 WS-FLD-IDX           PIC 9.
    01 WS-TOKEN             PIC XX VALUE "&".
    01 WS-TOKEN-VALUE       PIC X(30).
    01 WS-TOKEN-POS         PIC 999.
    01 WS-SCAN-POS          PIC 999.
    01 WS-SCAN-FROM         PIC 999.
    01 WS-VALUE-LEN         PIC 99.
    01 WS-TRAILING          PIC 99.
    COPY SYSPARM.
    COPY RUNLOG.

PROCEDURE DIVISION.
001-MAIN.
    OPEN INPUT QUEUE-FILE.
    IF WS-QUEUE-STATUS NOT = "00"
        DISPLAY "notifq.dat not found - nothing has been queued."
        GOBACK
    END-IF.

    MOVE "NOTIFY-DISPATCH" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    MOVE "NOTIFY-MAX-TRIES" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
            AND SPM-NUMERIC < 100
        MOVE SPM-NUMERIC TO WS-MAX-TRIES
    END-IF.

    PERFORM OPEN-REFERENCE-FILES.
    PERFORM OPEN-GATEWAY-FILES.
    OPEN EXTEND DELIVERY-LOG.
    IF WS-LOG-STATUS = "35"
        OPEN OUTPUT DELIVERY-LOG
    END-IF.
    OPEN OUTPUT QUEUE-WORK-FILE.

    PERFORM UNTIL WS-QUEUE-STATUS NOT = "00"
        READ QUEUE-FILE
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-READ-COUNT
        IF NTQ-QUEUED OR NTQ-RETRY
            PERFORM SEND-ONE-NOTICE
        END-IF
        WRITE QUEUE-WORK-RECORD FROM NOTIF-QUEUE-RECORD
    END-PERFORM.

    CLOSE QUEUE-FILE.
    CLOSE QUEUE-WORK-FILE.
    CLOSE DELIVERY-LOG.
    PERFORM CLOSE-OPEN-FILES.
    PERFORM COPY-BACK-QUEUE.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-TRIED-COUNT TO RLG-READ-COUNT.
    MOVE WS-SENT-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "Notification dispatch complete - " WS-TRIED-COUNT
        " attempted, " WS-SENT-COUNT " sent, " WS-RETRY-COUNT
        " held for retry, " WS-FAILED-COUNT " failed.".
    DISPLAY "Delivery attempts logged to notiflog.dat.".
GOBACK.

*> A missing template file is seeded with the suite's own
*> templates; a missing contact file or master only means some
*> addresses cannot be found, which the retry count handles.
OPEN-REFERENCE-FILES.
    OPEN INPUT TEMPLATE-FILE.
    IF WS-TEMPLATE-STATUS = "35"
        PERFORM SEED-TEMPLATES
        OPEN INPUT TEMPLATE-FILE
    END-IF.
    IF WS-TEMPLATE-STATUS = "00"
        MOVE "Y" TO WS-TEMPLATES-OPEN
    END-IF.
    OPEN INPUT CONTACT-FILE.
    IF WS-CONTACT-STATUS = "00"
        MOVE "Y" TO WS-CONTACTS-OPEN
    END-IF.
    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS = "00"
        MOVE "Y" TO WS-EMPLOYEES-OPEN
    END-IF.

SEED-TEMPLATES.
    OPEN OUTPUT TEMPLATE-FILE.
    COPY NTFSEED.
    CLOSE TEMPLATE-FILE.

OPEN-GATEWAY-FILES.
    OPEN EXTEND MAIL-FILE.
    IF WS-MAIL-STATUS = "35"
        OPEN OUTPUT MAIL-FILE
    END-IF.
    IF WS-MAIL-STATUS = "00"
        MOVE "Y" TO WS-MAIL-OPEN
    ELSE
        DISPLAY "mailout.dat not available - status "
            WS-MAIL-STATUS ", email held for retry."
    END-IF.
    OPEN EXTEND SMS-FILE.
    IF WS-SMS-STATUS = "35"
        OPEN OUTPUT SMS-FILE
    END-IF.
    IF WS-SMS-STATUS = "00"
        MOVE "Y" TO WS-SMS-OPEN
    ELSE
        DISPLAY "smsout.dat not available - status "
            WS-SMS-STATUS ", SMS held for retry."
    END-IF.

CLOSE-OPEN-FILES.
    IF WS-TEMPLATES-OPEN = "Y"
        CLOSE TEMPLATE-FILE
    END-IF.
    IF WS-CONTACTS-OPEN = "Y"
        CLOSE CONTACT-FILE
    END-IF.
    IF WS-EMPLOYEES-OPEN = "Y"
        CLOSE EMPLOYEE-MASTER
    END-IF.
    IF WS-MAIL-OPEN = "Y"
        CLOSE MAIL-FILE
    END-IF.
    IF WS-SMS-OPEN = "Y"
        CLOSE SMS-FILE
    END-IF.

*> One attempt: the reason stays blank only when the message
*> reached the pickup file. A failure waits for the next run
*> until its tries are used up.
SEND-ONE-NOTICE.
    ADD 1 TO WS-TRIED-COUNT.
    ADD 1 TO NTQ-ATTEMPTS.
    MOVE FUNCTION CURRENT-DATE(1:14) TO NTQ-LAST-TRY-TS.
    MOVE SPACES TO NTQ-REASON.
    MOVE SPACES TO NTQ-ADDRESS.

    MOVE "N" TO WS-TEMPLATE-STATUS.
    IF WS-TEMPLATES-OPEN = "Y"
        MOVE NTQ-TEMPLATE TO NTT-CODE
        READ TEMPLATE-FILE
            INVALID KEY
                MOVE "23" TO WS-TEMPLATE-STATUS
        END-READ
    END-IF.
    IF WS-TEMPLATE-STATUS NOT = "00"
        MOVE "NO TEMPLATE" TO NTQ-REASON
    END-IF.

    IF NTQ-REASON = SPACES
        PERFORM RESOLVE-ADDRESS
        IF NTQ-ADDRESS = SPACES
            MOVE "NO ADDRESS" TO NTQ-REASON
        END-IF
    END-IF.

    IF NTQ-REASON = SPACES
        PERFORM MERGE-MESSAGE
        PERFORM DELIVER-MESSAGE
    END-IF.

    EVALUATE TRUE
        WHEN NTQ-REASON = SPACES
            SET NTQ-SENT TO TRUE
            ADD 1 TO WS-SENT-COUNT
        WHEN NTQ-ATTEMPTS >= WS-MAX-TRIES
            SET NTQ-FAILED TO TRUE
            ADD 1 TO WS-FAILED-COUNT
        WHEN OTHER
            SET NTQ-RETRY TO TRUE
            ADD 1 TO WS-RETRY-COUNT
    END-EVALUATE.
    PERFORM LOG-DELIVERY.

RESOLVE-ADDRESS.
    IF WS-CONTACTS-OPEN = "Y"
        MOVE NTQ-RECIPIENT-TYPE TO NCN-TYPE
        MOVE NTQ-RECIPIENT-ID TO NCN-ID
        READ CONTACT-FILE
            INVALID KEY
                MOVE SPACES TO NCN-EMAIL
                MOVE SPACES TO NCN-MOBILE
        END-READ
        IF NTQ-BY-EMAIL
            MOVE NCN-EMAIL TO NTQ-ADDRESS
        ELSE
            MOVE NCN-MOBILE TO NTQ-ADDRESS
        END-IF
    END-IF.
    IF NTQ-ADDRESS NOT = SPACES
        EXIT PARAGRAPH
    END-IF.
    IF NTQ-BY-SMS AND NTQ-TO-EMPLOYEE AND WS-EMPLOYEES-OPEN = "Y"
            AND NTQ-RECIPIENT-ID(1:6) IS NUMERIC
        MOVE NTQ-RECIPIENT-ID(1:6) TO EMP-ID
        READ EMPLOYEE-MASTER
            INVALID KEY
                EXIT PARAGRAPH
        END-READ
        IF NOT EMP-SEPARATED
            MOVE EMP-PHONE TO NTQ-ADDRESS
        END-IF
    END-IF.

MERGE-MESSAGE.
    MOVE NTT-SUBJECT TO WS-OUT-TEXT.
    PERFORM MERGE-FIELDS.
    MOVE WS-OUT-TEXT TO WS-SUBJECT.
    MOVE NTT-BODY TO WS-OUT-TEXT.
    PERFORM MERGE-FIELDS.

MERGE-FIELDS.
    PERFORM VARYING WS-FLD-IDX FROM 1 BY 1 UNTIL WS-FLD-IDX > 5
        MOVE WS-FLD-IDX TO WS-TOKEN(2:1)
        MOVE NTQ-FIELD(WS-FLD-IDX) TO WS-TOKEN-VALUE
        PERFORM SUBSTITUTE-TOKEN
    END-PERFORM.

*> The text before the token, the trimmed field, the text after.
*> The scan resumes past the field just placed, so a field that
*> itself holds an ampersand is never merged into again.
SUBSTITUTE-TOKEN.
    MOVE ZERO TO WS-TRAILING.
    INSPECT FUNCTION REVERSE(WS-TOKEN-VALUE)
        TALLYING WS-TRAILING FOR LEADING SPACES.
    COMPUTE WS-VALUE-LEN = 30 - WS-TRAILING.
    MOVE 1 TO WS-SCAN-FROM.
    PERFORM FIND-TOKEN.
    PERFORM UNTIL WS-TOKEN-POS = ZERO
        MOVE WS-OUT-TEXT TO WS-WORK-TEXT
        MOVE SPACES TO WS-OUT-TEXT
        IF WS-TOKEN-POS > 1
            MOVE WS-WORK-TEXT(1:WS-TOKEN-POS - 1) TO WS-OUT-TEXT
        END-IF
        IF WS-VALUE-LEN > ZERO
            MOVE WS-TOKEN-VALUE(1:WS-VALUE-LEN)
                TO WS-OUT-TEXT(WS-TOKEN-POS:)
        END-IF
        IF WS-TOKEN-POS + WS-VALUE-LEN <= 160
                AND WS-TOKEN-POS + 2 <= 160
            MOVE WS-WORK-TEXT(WS-TOKEN-POS + 2:)
                TO WS-OUT-TEXT(WS-TOKEN-POS + WS-VALUE-LEN:)
        END-IF
        COMPUTE WS-SCAN-FROM = WS-TOKEN-POS + WS-VALUE-LEN
        PERFORM FIND-TOKEN
    END-PERFORM.

FIND-TOKEN.
    MOVE ZERO TO WS-TOKEN-POS.
    PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-FROM BY 1
            UNTIL WS-SCAN-POS > 159
        IF WS-OUT-TEXT(WS-SCAN-POS:2) = WS-TOKEN
            MOVE WS-SCAN-POS TO WS-TOKEN-POS
            EXIT PERFORM
        END-IF
    END-PERFORM.

DELIVER-MESSAGE.
    IF NTQ-BY-EMAIL
        IF WS-MAIL-OPEN NOT = "Y"
            MOVE "GATEWAY UNAVAILABLE" TO NTQ-REASON
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO MAIL-PICKUP-RECORD
        MOVE NTQ-SEQ TO MPU-SEQ
        MOVE NTQ-ADDRESS TO MPU-TO
        MOVE WS-SUBJECT TO MPU-SUBJECT
        MOVE WS-OUT-TEXT TO MPU-BODY
        WRITE MAIL-PICKUP-RECORD
        IF WS-MAIL-STATUS NOT = "00"
            MOVE "GATEWAY WRITE ERROR" TO NTQ-REASON
        END-IF
    ELSE
        IF WS-SMS-OPEN NOT = "Y"
            MOVE "GATEWAY UNAVAILABLE" TO NTQ-REASON
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO SMS-PICKUP-RECORD
        MOVE NTQ-SEQ TO SPU-SEQ
        MOVE NTQ-ADDRESS TO SPU-MOBILE
        MOVE WS-OUT-TEXT TO SPU-TEXT
        WRITE SMS-PICKUP-RECORD
        IF WS-SMS-STATUS NOT = "00"
            MOVE "GATEWAY WRITE ERROR" TO NTQ-REASON
        END-IF
    END-IF.

LOG-DELIVERY.
    MOVE SPACES TO DELIVERY-LOG-RECORD.
    MOVE NTQ-LAST-TRY-TS TO NLG-TIMESTAMP.
    MOVE NTQ-SEQ TO NLG-SEQ.
    MOVE NTQ-CHANNEL TO NLG-CHANNEL.
    MOVE NTQ-RECIPIENT-TYPE TO NLG-RECIPIENT-TYPE.
    MOVE NTQ-RECIPIENT-ID TO NLG-RECIPIENT-ID.
    MOVE NTQ-ADDRESS TO NLG-ADDRESS.
    EVALUATE TRUE
        WHEN NTQ-SENT
            MOVE "SENT" TO NLG-OUTCOME
        WHEN NTQ-RETRY
            MOVE "RETRY" TO NLG-OUTCOME
        WHEN OTHER
            MOVE "FAILED" TO NLG-OUTCOME
    END-EVALUATE.
    MOVE NTQ-REASON TO NLG-REASON.
    WRITE DELIVERY-LOG-RECORD.

*> The queue is copied back from the work file with this run's
*> outcomes stamped on.
COPY-BACK-QUEUE.
    OPEN INPUT QUEUE-WORK-FILE.
    OPEN OUTPUT QUEUE-FILE.
    PERFORM UNTIL WS-WORK-STATUS NOT = "00"
        READ QUEUE-WORK-FILE
            AT END
                EXIT PERFORM
        END-READ
        WRITE NOTIF-QUEUE-RECORD FROM QUEUE-WORK-RECORD
    END-PERFORM.
    CLOSE QUEUE-WORK-FILE.
    CLOSE QUEUE-FILE.
