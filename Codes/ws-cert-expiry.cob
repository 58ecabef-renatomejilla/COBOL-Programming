*>              branches.dat sequence with the employee named from
*>              the master - so the first word of a lapse comes
*>              from this report, not the regulator's letter.
*>              Each warning also shows whether the employee is
*>              already booked (or waitlisted) on an upcoming
*>              trnsess.dat session of the same course, so only
*>              the unbooked need chasing. Output in certexp.rpt.
*>              Each unbooked employee is also sent a CERTEXP
*>              reminder email through NOTIFY, so the chasing
*>              starts without anyone reading the report.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-CERT-EXPIRY.
            RECORD KEY IS BR-CODE
            FILE STATUS IS WS-BRANCH-STATUS.

        SELECT SESSION-FILE ASSIGN TO "trnsess.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS TSN-SESSION-ID
            FILE STATUS IS WS-SESSION-STATUS.

        SELECT ENROLL-FILE ASSIGN TO "trnenrl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS TEN-KEY
            FILE STATUS IS WS-ENROLL-STATUS.

        SELECT REPORT-FILE ASSIGN TO "certexp.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
    FD BRANCH-FILE.
    COPY BRANCHREC.

    FD SESSION-FILE.
    COPY TRNSESS.

    FD ENROLL-FILE.
    COPY TRNENRL.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(100).

    WORKING-STORAGE SECTION.
    01 WS-CERT-STATUS       PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-BRANCH-STATUS     PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-SESSION-STATUS    PIC XX.
    01 WS-ENROLL-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-DAYS-LEFT         PIC S9(5).
    01 WS-HIT-COUNT         PIC 999 VALUE ZERO.
            10 WS-TBL-COURSE    PIC X(8).
            10 WS-TBL-EXPIRY    PIC 9(8).
            10 WS-TBL-DAYS      PIC S9(5).
            10 WS-TBL-BOOKED    PIC X(17).
    01 WS-BOOKED-COUNT      PIC 999 VALUE ZERO.
    01 WS-BOOK-COUNT        PIC 9(4) VALUE ZERO.
    01 WS-BOOK-IDX          PIC 9(4).
    01 WS-BOOK-FOUND        PIC 9(4).
    01 WS-BOOK-TABLE.
        05 WS-BOOK-ENTRY OCCURS 1000 TIMES.
            10 WS-BOOK-EMP-ID   PIC 9(6).
            10 WS-BOOK-COURSE   PIC X(8).
            10 WS-BOOK-DATE     PIC 9(8).
            10 WS-BOOK-STATUS   PIC X.
    01 WS-BRANCH-TOTAL      PIC 99 VALUE ZERO.
    01 WS-ROW-LIMIT         PIC 99.
    01 WS-BRANCH-IDX        PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    01 WS-NAME-KNOWN        PIC X.
    01 WS-NTF-DAYS          PIC ZZZZ9.
    01 WS-NTF-COUNT         PIC 999 VALUE ZERO.
    COPY DATESRV.
    COPY RPTREG.
    COPY NOTIFY.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
        05 RPT-DET-EXPIRY  PIC 9(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-FLAG    PIC X(16).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-BOOKED  PIC X(17).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(30).
        05 RPT-TOT-COUNT   PIC ZZZZ9.
        GOBACK
    END-IF.
    OPEN INPUT EMPLOYEE-MASTER.
    PERFORM LOAD-UPCOMING-BOOKINGS.

    PERFORM UNTIL WS-CERT-STATUS = "10"
        READ CERT-FILE NEXT RECORD
    MOVE "Certifications flagged        : " TO RPT-TOT-LABEL.
    MOVE WS-HIT-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Already booked on a session   : " TO RPT-TOT-LABEL.
    MOVE WS-BOOKED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Reminders queued              : " TO RPT-TOT-LABEL.
    MOVE WS-NTF-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    CLOSE REPORT-FILE.

    MOVE WS-HIT-COUNT TO RRG-RECORD-COUNT.
        MOVE CRT-COURSE TO WS-TBL-COURSE(WS-HIT-COUNT)
        MOVE CRT-EXPIRY-DATE TO WS-TBL-EXPIRY(WS-HIT-COUNT)
        MOVE WS-DAYS-LEFT TO WS-TBL-DAYS(WS-HIT-COUNT)
        PERFORM FIND-BOOKING
        IF WS-NAME-KNOWN = "Y" AND WS-BOOK-FOUND = ZERO
            PERFORM QUEUE-EXPIRY-REMINDER
        END-IF
    END-IF.

*> The unbooked hear of the lapse themselves; the booked are
*> already on their way to renewing.
QUEUE-EXPIRY-REMINDER.
    MOVE SPACES TO NOTIFY-AREA.
    SET NTF-TO-EMPLOYEE TO TRUE.
    MOVE CRT-EMP-ID TO NTF-RECIPIENT-ID.
    SET NTF-BY-EMAIL TO TRUE.
    MOVE "CERTEXP" TO NTF-TEMPLATE.
    MOVE EMP-NAME TO NTF-FIELD(1).
    MOVE CRT-COURSE TO NTF-FIELD(2).
    STRING CRT-EXPIRY-DATE(5:2) "/" CRT-EXPIRY-DATE(7:2) "/"
        CRT-EXPIRY-DATE(1:4) DELIMITED BY SIZE INTO NTF-FIELD(3).
    IF WS-DAYS-LEFT < ZERO
        MOVE "already lapsed" TO NTF-FIELD(4)
    ELSE
        MOVE WS-DAYS-LEFT TO WS-NTF-DAYS
        STRING "in " FUNCTION TRIM(WS-NTF-DAYS) " days"
            DELIMITED BY SIZE INTO NTF-FIELD(4)
    END-IF.
    MOVE "CERTEXP" TO NTF-SOURCE.
    CALL "NOTIFY" USING NOTIFY-AREA.
    IF NTF-RESULT = "Y"
        ADD 1 TO WS-NTF-COUNT
    END-IF.

*> Seats held or waited for on scheduled sessions that have not
*> yet started; no session files simply means nobody is booked.
LOAD-UPCOMING-BOOKINGS.
    OPEN INPUT ENROLL-FILE.
    IF WS-ENROLL-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT SESSION-FILE.
    IF WS-SESSION-STATUS NOT = "00"
        CLOSE ENROLL-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-ENROLL-STATUS = "10"
        READ ENROLL-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                IF TEN-ENROLLED OR TEN-WAITLISTED
                    PERFORM KEEP-ONE-BOOKING
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ENROLL-FILE.
    CLOSE SESSION-FILE.

KEEP-ONE-BOOKING.
    MOVE TEN-SESSION-ID TO TSN-SESSION-ID.
    READ SESSION-FILE
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF NOT TSN-SCHEDULED OR TSN-START-DATE < WS-RUN-DATE
        EXIT PARAGRAPH
    END-IF.
    IF WS-BOOK-COUNT < 1000
        ADD 1 TO WS-BOOK-COUNT
        MOVE TEN-EMP-ID TO WS-BOOK-EMP-ID(WS-BOOK-COUNT)
        MOVE TSN-COURSE TO WS-BOOK-COURSE(WS-BOOK-COUNT)
        MOVE TSN-START-DATE TO WS-BOOK-DATE(WS-BOOK-COUNT)
        MOVE TEN-STATUS TO WS-BOOK-STATUS(WS-BOOK-COUNT)
    END-IF.

*> The earliest upcoming session of the lapsing course the
*> employee holds a seat on, else the earliest waitlisted one.
FIND-BOOKING.
    MOVE ZERO TO WS-BOOK-FOUND.
    PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
            UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
        IF WS-BOOK-EMP-ID(WS-BOOK-IDX) = CRT-EMP-ID
                AND WS-BOOK-COURSE(WS-BOOK-IDX) = CRT-COURSE
            EVALUATE TRUE
                WHEN WS-BOOK-FOUND = ZERO
                    MOVE WS-BOOK-IDX TO WS-BOOK-FOUND
                WHEN WS-BOOK-STATUS(WS-BOOK-IDX) = "E"
                        AND WS-BOOK-STATUS(WS-BOOK-FOUND) = "W"
                    MOVE WS-BOOK-IDX TO WS-BOOK-FOUND
                WHEN WS-BOOK-STATUS(WS-BOOK-IDX) =
                        WS-BOOK-STATUS(WS-BOOK-FOUND)
                        AND WS-BOOK-DATE(WS-BOOK-IDX) <
                            WS-BOOK-DATE(WS-BOOK-FOUND)
                    MOVE WS-BOOK-IDX TO WS-BOOK-FOUND
            END-EVALUATE
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-TBL-BOOKED(WS-HIT-COUNT).
    IF WS-BOOK-FOUND = ZERO
        MOVE "NOT BOOKED" TO WS-TBL-BOOKED(WS-HIT-COUNT)
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-BOOKED-COUNT.
    IF WS-BOOK-STATUS(WS-BOOK-FOUND) = "E"
        STRING "BOOKED " WS-BOOK-DATE(WS-BOOK-FOUND)
            DELIMITED BY SIZE INTO WS-TBL-BOOKED(WS-HIT-COUNT)
    ELSE
        STRING "WAITLIST " WS-BOOK-DATE(WS-BOOK-FOUND)
            DELIMITED BY SIZE INTO WS-TBL-BOOKED(WS-HIT-COUNT)
    END-IF.

LOAD-BRANCH-LIST.
        STRING "IN " WS-TBL-DAYS(WS-HIT-IDX) " DAYS"
            DELIMITED BY SIZE INTO RPT-DET-FLAG
    END-IF.
    MOVE WS-TBL-BOOKED(WS-HIT-IDX) TO RPT-DET-BOOKED.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

FORMAT-EMPLOYEE-NAME.
