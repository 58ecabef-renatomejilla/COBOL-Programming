      *              the latest logged day highlighted, and a
      *              latest-day event count more than double the
      *              trailing daily average flagged at the top of
      *              the report. Output in opslog.rpt. When the
      *              latest logged day is yesterday or today, the
      *              operator named by the OPSLOG-NOTIFY-OPER sysparm
      *              is sent a MORNING email through NOTIFY with its
      *              event count, so the report gets opened.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSLOG-REPORT.
       01 WS-PRIOR-SUM    PIC 9(8).
       01 WS-PRIOR-DAYS   PIC 9(3).
       01 WS-AVG-CNT      PIC 9(6)V99.
       01 WS-YESTERDAY    PIC 9(8).
       01 WS-INT-DATE     PIC S9(9) COMP-5.
       01 WS-CNT-OUT      PIC ZZZZZ9.
       COPY RPTREG.
       COPY SYSPARM.
       COPY NOTIFY.

       01 RPT-TITLE-LINE.
           05 FILLER          PIC X(42)

           DISPLAY "Analyzed " WS-READ-COUNT " event(s). Report "
               "written to opslog.rpt."
           PERFORM QUEUE-MORNING-NOTICE
           GOBACK.

       TALLY-ONE-EVENT.
               WRITE REPORT-LINE
           END-IF.

      * Only fresh news is sent: a log whose last event is days
      * old has nothing new for the morning shift.
       QUEUE-MORNING-NOTICE.
           IF WS-LATEST-CNT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INT-DATE =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DATE)
               TO WS-YESTERDAY
           IF WS-LATEST-DAY < WS-YESTERDAY
               EXIT PARAGRAPH
           END-IF
           MOVE "OPSLOG-NOTIFY-OPER" TO SPM-NAME
           CALL "SYSPARM" USING SYS-PARM-AREA
           IF SPM-FOUND NOT = "Y" OR SPM-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NOTIFY-AREA
           SET NTF-TO-OPERATOR TO TRUE
           MOVE FUNCTION UPPER-CASE(SPM-VALUE) TO NTF-RECIPIENT-ID
           SET NTF-BY-EMAIL TO TRUE
           MOVE "MORNING" TO NTF-TEMPLATE
           MOVE WS-LATEST-CNT TO WS-CNT-OUT
           MOVE FUNCTION TRIM(WS-CNT-OUT) TO NTF-FIELD(1)
           STRING WS-LATEST-DAY(5:2) "/" WS-LATEST-DAY(7:2) "/"
               WS-LATEST-DAY(1:4) DELIMITED BY SIZE
               INTO NTF-FIELD(2)
           MOVE "opslog.rpt" TO NTF-FIELD(3)
           MOVE "OPSLOG" TO NTF-SOURCE
           MOVE "Y" TO NTF-ONCE-A-DAY
           CALL "NOTIFY" USING NOTIFY-AREA
           IF NTF-RESULT = "Y"
               DISPLAY "Morning notice queued for "
                   FUNCTION TRIM(NTF-RECIPIENT-ID) "."
           END-IF.

       WRITE-PROGRAM-SUMMARY.
           MOVE "EVENTS BY PROGRAM" TO REPORT-LINE
           WRITE REPORT-LINE
