*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Government ID exceptions. Every employee on the
*>              master who is not separated is checked against
*>              govid.dat, and anyone lacking a TIN, SSS,
*>              PhilHealth or Pag-IBIG number is listed with the
*>              missing ones marked, so the remittances and the
*>              year-end certificates are not held up for want of
*>              a number. Employees with no registry record at all
*>              are listed as missing all four. Output in
*>              govidexc.rpt; the numbers are keyed in
*>              WS-GOVID-MAINT.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-GOVID-EXCEPT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT GOVID-FILE ASSIGN TO "govid.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS GID-EMP-ID
            ALTERNATE RECORD KEY IS GID-TIN
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS GID-SSS
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS GID-PHILHEALTH
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS GID-PAGIBIG
                WITH DUPLICATES
            FILE STATUS IS WS-GOVID-STATUS.

        SELECT REPORT-FILE ASSIGN TO "govidexc.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD GOVID-FILE.
    COPY GOVIDREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(100).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-GOVID-STATUS      PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-GOVID-OPEN        PIC X VALUE "N".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-ACTIVE-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-EXCEPT-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-NO-TIN-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-NO-SSS-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-NO-PHIC-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-NO-HDMF-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
            VALUE "MISSING GOVERNMENT IDS      Run date: ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(33) VALUE "EMPLOYEE NAME".
        05 FILLER          PIC X(17) VALUE "BRANCH".
        05 FILLER          PIC X(8)  VALUE "TIN".
        05 FILLER          PIC X(8)  VALUE "SSS".
        05 FILLER          PIC X(8)  VALUE "PHIC".
        05 FILLER          PIC X(8)  VALUE "HDMF".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NAME    PIC X(31).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-BRANCH  PIC X(15).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-TIN     PIC X(8).
        05 RPT-DET-SSS     PIC X(8).
        05 RPT-DET-PHIC    PIC X(8).
        05 RPT-DET-HDMF    PIC X(8).
    01 RPT-TOTAL-LINE.
        05 FILLER          PIC X(26)
            VALUE "Active employees checked: ".
        05 RPT-TOT-ACTIVE  PIC ZZZZ9.
        05 FILLER          PIC X(16) VALUE "   incomplete: ".
        05 RPT-TOT-EXCEPT  PIC ZZZZ9.
    01 RPT-MISSING-LINE.
        05 FILLER          PIC X(26)
            VALUE "Missing  TIN / SSS      : ".
        05 RPT-MIS-TIN     PIC ZZZZ9.
        05 FILLER          PIC X(3)  VALUE " / ".
        05 RPT-MIS-SSS     PIC ZZZZ9.
        05 FILLER          PIC X(20) VALUE "   PHIC / HDMF    : ".
        05 RPT-MIS-PHIC    PIC ZZZZ9.
        05 FILLER          PIC X(3)  VALUE " / ".
        05 RPT-MIS-HDMF    PIC ZZZZ9.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        GOBACK
    END-IF.
*> With no registry yet every active employee is an exception.
    OPEN INPUT GOVID-FILE.
    IF WS-GOVID-STATUS = "00"
        MOVE "Y" TO WS-GOVID-OPEN
    END-IF.

    MOVE "WS-GOVID-EXCEPT" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN OUTPUT REPORT-FILE.
    MOVE "MISSING GOVERNMENT IDS" TO RRG-REPORT-NAME.
    MOVE "govidexc.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE "ACTIVE EMPLOYEES LACKING TIN/SSS/PHIC/HDMF"
        TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    PERFORM UNTIL WS-EMP-FILE-STATUS NOT = "00"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-READ-COUNT
        IF NOT EMP-SEPARATED
            ADD 1 TO WS-ACTIVE-COUNT
            PERFORM CHECK-ONE-EMPLOYEE
        END-IF
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-ACTIVE-COUNT TO RPT-TOT-ACTIVE.
    MOVE WS-EXCEPT-COUNT TO RPT-TOT-EXCEPT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE WS-NO-TIN-COUNT TO RPT-MIS-TIN.
    MOVE WS-NO-SSS-COUNT TO RPT-MIS-SSS.
    MOVE WS-NO-PHIC-COUNT TO RPT-MIS-PHIC.
    MOVE WS-NO-HDMF-COUNT TO RPT-MIS-HDMF.
    WRITE REPORT-LINE FROM RPT-MISSING-LINE.
    CLOSE REPORT-FILE.
    CLOSE EMPLOYEE-MASTER.
    IF WS-GOVID-OPEN = "Y"
        CLOSE GOVID-FILE
    END-IF.

    MOVE WS-EXCEPT-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-EXCEPT-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY "Government ID exceptions written to govidexc.rpt - "
        WS-EXCEPT-COUNT " employee(s) incomplete.".
GOBACK.

CHECK-ONE-EMPLOYEE.
    MOVE SPACES TO GID-TIN GID-SSS GID-PHILHEALTH GID-PAGIBIG.
    IF WS-GOVID-OPEN = "Y"
        MOVE EMP-ID TO GID-EMP-ID
        READ GOVID-FILE
            INVALID KEY
                MOVE SPACES TO GID-TIN GID-SSS GID-PHILHEALTH
                    GID-PAGIBIG
        END-READ
    END-IF.
    IF GID-TIN NOT = SPACES AND GID-SSS NOT = SPACES
            AND GID-PHILHEALTH NOT = SPACES
            AND GID-PAGIBIG NOT = SPACES
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-EXCEPT-COUNT.
    MOVE SPACES TO RPT-DET-TIN RPT-DET-SSS RPT-DET-PHIC
        RPT-DET-HDMF.
    IF GID-TIN = SPACES
        MOVE "MISSING" TO RPT-DET-TIN
        ADD 1 TO WS-NO-TIN-COUNT
    END-IF.
    IF GID-SSS = SPACES
        MOVE "MISSING" TO RPT-DET-SSS
        ADD 1 TO WS-NO-SSS-COUNT
    END-IF.
    IF GID-PHILHEALTH = SPACES
        MOVE "MISSING" TO RPT-DET-PHIC
        ADD 1 TO WS-NO-PHIC-COUNT
    END-IF.
    IF GID-PAGIBIG = SPACES
        MOVE "MISSING" TO RPT-DET-HDMF
        ADD 1 TO WS-NO-HDMF-COUNT
    END-IF.
    PERFORM FORMAT-EMPLOYEE-NAME.
    MOVE EMP-ID TO RPT-DET-ID.
    MOVE WS-FULL-NAME TO RPT-DET-NAME.
    MOVE EMP-LOCATION TO RPT-DET-BRANCH.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
