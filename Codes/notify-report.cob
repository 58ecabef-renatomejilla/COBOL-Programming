*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Sent-notification report over notifq.dat for the
*>              notifications queued between two dates: each with
*>              the program that queued it, the recipient, channel
*>              and template, where it stands (queued, sent, held
*>              for retry or failed), the attempts made and the
*>              last one, and the address it went to - or, for one
*>              not yet delivered, why not. Failed notifications
*>              are flagged for follow-up, since nobody heard what
*>              they were meant to say. Totals by status close the
*>              report (notifsent.rpt).

IDENTIFICATION DIVISION.
PROGRAM-ID.     NOTIFY-REPORT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT QUEUE-FILE ASSIGN TO "notifq.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-QUEUE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "notifsent.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD QUEUE-FILE.
    COPY NOTIFQ.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(120).

    WORKING-STORAGE SECTION.
    01 WS-QUEUE-STATUS      PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-FROM-DATE         PIC 9(8).
    01 WS-TO-DATE           PIC 9(8).
    01 WS-QUEUED-DATE       PIC X(8).
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-LISTED-COUNT      PIC 9(7) VALUE ZERO.
    01 WS-QUEUED-COUNT      PIC 9(7) VALUE ZERO.
    01 WS-SENT-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-RETRY-COUNT       PIC 9(7) VALUE ZERO.
    01 WS-FAILED-COUNT      PIC 9(7) VALUE ZERO.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(28)
            VALUE "NOTIFICATIONS QUEUED FROM ".
        05 RPT-TITLE-FROM  PIC 9(8).
        05 FILLER          PIC X(4)  VALUE " TO ".
        05 RPT-TITLE-TO    PIC 9(8).
        05 FILLER          PIC X(10) VALUE "  Run on: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "SEQ".
        05 FILLER          PIC X(13) VALUE "QUEUED".
        05 FILLER          PIC X(9)  VALUE "SOURCE".
        05 FILLER          PIC X(18) VALUE "RECIPIENT".
        05 FILLER          PIC X(3)  VALUE "CH".
        05 FILLER          PIC X(9)  VALUE "TEMPLATE".
        05 FILLER          PIC X(7)  VALUE "STATUS".
        05 FILLER          PIC X(4)  VALUE "TRY".
        05 FILLER          PIC X(13) VALUE "LAST TRY".
        05 FILLER          PIC X(25) VALUE "ADDRESS OR REASON".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-SEQ     PIC 9(7).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-QUEUED  PIC X(12).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-SOURCE  PIC X(8).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-TYPE    PIC X.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-ID      PIC X(15).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-CHANNEL PIC X.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-TEMPLATE PIC X(8).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-STATUS  PIC X(6).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-TRIES   PIC Z9.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-LAST    PIC X(12).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-WHERE   PIC X(36).
    01 RPT-FOLLOW-LINE.
        05 FILLER          PIC X(30) VALUE SPACES.
        05 FILLER          PIC X(40)
            VALUE "** FAILED - FOLLOW UP WITH RECIPIENT **".
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(28).
        05 RPT-TOT-COUNT   PIC ZZZZZZ9.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Queued from (YYYYMMDD, 0 = earliest): "
        WITH NO ADVANCING.
    ACCEPT WS-FROM-DATE.
    DISPLAY "Queued to   (YYYYMMDD, 0 = today)   : "
        WITH NO ADVANCING.
    ACCEPT WS-TO-DATE.
    IF WS-TO-DATE = ZERO
        MOVE WS-RUN-DATE TO WS-TO-DATE
    END-IF.
    IF WS-TO-DATE < WS-FROM-DATE
        DISPLAY "To date is before from date."
        GOBACK
    END-IF.

    OPEN INPUT QUEUE-FILE.
    IF WS-QUEUE-STATUS NOT = "00"
        DISPLAY "notifq.dat not found - nothing has been queued."
        GOBACK
    END-IF.

    OPEN OUTPUT REPORT-FILE.
    MOVE "NOTIFICATIONS SENT" TO RRG-REPORT-NAME.
    MOVE "notifsent.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "QUEUED " WS-FROM-DATE " TO " WS-TO-DATE
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-FROM-DATE TO RPT-TITLE-FROM.
    MOVE WS-TO-DATE TO RPT-TITLE-TO.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    PERFORM UNTIL WS-QUEUE-STATUS NOT = "00"
        READ QUEUE-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM SELECT-AND-PRINT
        END-READ
    END-PERFORM.
    CLOSE QUEUE-FILE.

    IF WS-LISTED-COUNT = ZERO
        MOVE "  (no notifications queued in the range)"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    PERFORM WRITE-STATUS-TOTALS.
    CLOSE REPORT-FILE.

    MOVE WS-LISTED-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
    DISPLAY "Notification report written to notifsent.rpt - "
        WS-LISTED-COUNT " notification(s), " WS-FAILED-COUNT
        " failed.".
GOBACK.

SELECT-AND-PRINT.
    MOVE NTQ-QUEUED-TS(1:8) TO WS-QUEUED-DATE.
    IF WS-QUEUED-DATE < WS-FROM-DATE OR WS-QUEUED-DATE > WS-TO-DATE
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-LISTED-COUNT.
    MOVE NTQ-SEQ TO RPT-DET-SEQ.
    MOVE NTQ-QUEUED-TS(1:12) TO RPT-DET-QUEUED.
    MOVE NTQ-SOURCE TO RPT-DET-SOURCE.
    MOVE NTQ-RECIPIENT-TYPE TO RPT-DET-TYPE.
    MOVE NTQ-RECIPIENT-ID TO RPT-DET-ID.
    MOVE NTQ-CHANNEL TO RPT-DET-CHANNEL.
    MOVE NTQ-TEMPLATE TO RPT-DET-TEMPLATE.
    MOVE NTQ-ATTEMPTS TO RPT-DET-TRIES.
    MOVE NTQ-LAST-TRY-TS(1:12) TO RPT-DET-LAST.
    MOVE NTQ-ADDRESS TO RPT-DET-WHERE.
    EVALUATE TRUE
        WHEN NTQ-QUEUED
            MOVE "QUEUED" TO RPT-DET-STATUS
            MOVE SPACES TO RPT-DET-WHERE
            ADD 1 TO WS-QUEUED-COUNT
        WHEN NTQ-SENT
            MOVE "SENT" TO RPT-DET-STATUS
            ADD 1 TO WS-SENT-COUNT
        WHEN NTQ-RETRY
            MOVE "RETRY" TO RPT-DET-STATUS
            MOVE NTQ-REASON TO RPT-DET-WHERE
            ADD 1 TO WS-RETRY-COUNT
        WHEN NTQ-FAILED
            MOVE "FAILED" TO RPT-DET-STATUS
            MOVE NTQ-REASON TO RPT-DET-WHERE
            ADD 1 TO WS-FAILED-COUNT
        WHEN OTHER
            MOVE NTQ-STATUS TO RPT-DET-STATUS
    END-EVALUATE.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
    IF NTQ-FAILED
        WRITE REPORT-LINE FROM RPT-FOLLOW-LINE
    END-IF.

WRITE-STATUS-TOTALS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Still queued             : " TO RPT-TOT-LABEL.
    MOVE WS-QUEUED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Sent                     : " TO RPT-TOT-LABEL.
    MOVE WS-SENT-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Held for retry           : " TO RPT-TOT-LABEL.
    MOVE WS-RETRY-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Failed - follow up       : " TO RPT-TOT-LABEL.
    MOVE WS-FAILED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Notifications listed     : " TO RPT-TOT-LABEL.
    MOVE WS-LISTED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
