*> Author:      Renato D. Mejilla
*> Date:        September 2, 2026
*> Description: Leave register from leavehist.dat: who is out when,
*>              reported separately for each leave type on
*>              leavetyp.dat (vacation and sick only when there is
*>              no reference file), then the year-end vacation
*>              conversions and forfeitures from WS-LEAVE-YEAREND,
*>              and a closing section for any code no longer on
*>              the reference, each grouped by branch in the
*>              branches.dat sequence (with an UNLISTED section),
*>              optionally limited to the leave falling in a
*>              chosen month. Each type closes with its record and
*>              day totals. Employees are named from the master so
*>              the branch packet reads like the roster. Run from
*>              the menu by an operator whose access scope
*>              (operscope.dat) names branches, only those branch
*>              sections print (and no UNLISTED section). Output in
*>              leavereg.rpt.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-LEAVE-REGISTER.
            RECORD KEY IS BR-CODE
            FILE STATUS IS WS-BRANCH-STATUS.

        SELECT LEAVE-TYPE-FILE ASSIGN TO "leavetyp.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LVT-CODE
            FILE STATUS IS WS-TYPE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "leavereg.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
    FD BRANCH-FILE.
    COPY BRANCHREC.

    FD LEAVE-TYPE-FILE.
    COPY LEAVETYP.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(90).

    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-BRANCH-STATUS     PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-TYPE-STATUS       PIC XX.
    01 WS-TYPE-TOTAL        PIC 99 VALUE ZERO.
    01 WS-TYPE-LIMIT        PIC 99.
    01 WS-TYPE-IDX          PIC 99.
    01 WS-TYPE-TABLE.
        05 WS-TYPE-ENTRY OCCURS 33 TIMES.
            10 WS-TBL-CODE      PIC X.
            10 WS-TBL-DESC      PIC X(20).
            10 WS-TBL-PAID      PIC X.
    01 WS-TYPE-RECORDS      PIC 9(5).
    01 WS-ROW-DAYS          PIC 9(3)V99.
    01 WS-TYPE-DAYS         PIC 9(6)V99.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-PICK-MONTH        PIC 9(6).
    01 WS-BRANCH-TOTAL      PIC 99 VALUE ZERO.
    01 WS-LOCATION-ENTRIES.
        05 WS-LOC-ENTRY OCCURS 21 TIMES PIC X(15).
    COPY RPTREG.
    COPY BRSCOPE.
    01 WS-SGN-PTR           USAGE POINTER.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
            VALUE "LEAVE REGISTER BY BRANCH      Run date:   ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-TYPE-LINE.
        05 FILLER          PIC X(12) VALUE "LEAVE TYPE: ".
        05 RPT-TYPE-CODE   PIC X.
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TYPE-DESC   PIC X(20).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-TYPE-PAID   PIC X(8).
    01 RPT-TYPE-TOTAL-LINE.
        05 FILLER          PIC X(6)  VALUE SPACES.
        05 RPT-TT-CODE     PIC X.
        05 FILLER          PIC X(11) VALUE " records : ".
        05 RPT-TT-RECORDS  PIC ZZZZ9.
        05 FILLER          PIC X(11) VALUE "   days : ".
        05 RPT-TT-DAYS     PIC ZZZZZ9.99.
    01 RPT-BRANCH-LINE.
        05 FILLER          PIC X(8)  VALUE "BRANCH: ".
        05 RPT-BRANCH-NAME PIC X(15).
        05 FILLER          PIC X(5)  VALUE "TYPE".
        05 FILLER          PIC X(10) VALUE "FROM".
        05 FILLER          PIC X(10) VALUE "THRU".
        05 FILLER          PIC X(6)  VALUE "  DAYS".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-END     PIC 9(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DAYS    PIC ZZ9.99.
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(24).
        05 RPT-TOT-COUNT   PIC ZZZZ9.
    01 WS-FMT-TEMP          PIC X(31).
    01 WS-NAME-KNOWN        PIC X.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-BRANCH-SCOPE.

    DISPLAY "Limit to leave in month (YYYYMM, 0 for all): "
        WITH NO ADVANCING.

    OPEN INPUT EMPLOYEE-MASTER.
    PERFORM LOAD-BRANCH-LIST.
    PERFORM LOAD-TYPE-LIST.

    OPEN OUTPUT REPORT-FILE.
    MOVE "LEAVE REGISTER" TO RRG-REPORT-NAME.
    MOVE "leavereg.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE BSC-OPERATOR-ID TO RRG-OPERATOR
    END-IF.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "MONTH " WS-PICK-MONTH " (0=ALL), BRANCH SEQUENCE"
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.

    PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
            UNTIL WS-TYPE-IDX > WS-TYPE-LIMIT
        PERFORM REGISTER-ONE-TYPE
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    MOVE "Leave records listed  : " TO RPT-TOT-LABEL.
    MOVE WS-TOTAL-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    IF BSC-SCOPE-ALL NOT = "Y"
        MOVE SPACES TO REPORT-LINE
        STRING "Branch scope of " BSC-OPERATOR-ID " applied - "
            "other branches omitted." DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    CLOSE REPORT-FILE.
    CLOSE EMPLOYEE-MASTER.

        WS-TOTAL-COUNT " record(s).".
GOBACK.

*> A menu run carries the operator's branch scope in the sign-on
*> context and lists only those branches; a run started outside
*> the menu (the batch schedule) lists every branch.
RESOLVE-BRANCH-SCOPE.
    MOVE "Y" TO BSC-SCOPE-ALL.
    MOVE "N" TO BSC-LOG-REFUSAL.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO BSC-OPERATOR-ID
            MOVE SGN-SCOPE TO BSC-SCOPE
        END-IF
    END-IF.

LOAD-BRANCH-LIST.
    OPEN INPUT BRANCH-FILE.
    IF WS-BRANCH-STATUS = "35"
    COMPUTE WS-ROW-LIMIT = WS-BRANCH-TOTAL + 1.
    MOVE "** UNLISTED **" TO WS-LOC-ENTRY(WS-ROW-LIMIT).

*> With no reference file the register knows the two types it
*> always had. The last row catches codes not on the reference.
LOAD-TYPE-LIST.
    OPEN INPUT LEAVE-TYPE-FILE.
    IF WS-TYPE-STATUS NOT = "00"
        MOVE 2 TO WS-TYPE-TOTAL
        MOVE "V" TO WS-TBL-CODE(1)
        MOVE "VACATION LEAVE" TO WS-TBL-DESC(1)
        MOVE "Y" TO WS-TBL-PAID(1)
        MOVE "S" TO WS-TBL-CODE(2)
        MOVE "SICK LEAVE" TO WS-TBL-DESC(2)
        MOVE "Y" TO WS-TBL-PAID(2)
    ELSE
        PERFORM UNTIL WS-TYPE-STATUS NOT = "00"
            READ LEAVE-TYPE-FILE NEXT RECORD
                AT END
                    EXIT PERFORM
            END-READ
            IF WS-TYPE-TOTAL < 30
                ADD 1 TO WS-TYPE-TOTAL
                MOVE LVT-CODE TO WS-TBL-CODE(WS-TYPE-TOTAL)
                MOVE LVT-DESC TO WS-TBL-DESC(WS-TYPE-TOTAL)
                MOVE LVT-PAID TO WS-TBL-PAID(WS-TYPE-TOTAL)
            END-IF
        END-PERFORM
        CLOSE LEAVE-TYPE-FILE
    END-IF.
*> The conversion entries (year end and final pay) and the
*> year-end forfeitures always close the list, after the types on
*> file.
    ADD 1 TO WS-TYPE-TOTAL.
    MOVE "$" TO WS-TBL-CODE(WS-TYPE-TOTAL).
    MOVE "LEAVE CONVERSION" TO WS-TBL-DESC(WS-TYPE-TOTAL).
    MOVE "Y" TO WS-TBL-PAID(WS-TYPE-TOTAL).
    ADD 1 TO WS-TYPE-TOTAL.
    MOVE "*" TO WS-TBL-CODE(WS-TYPE-TOTAL).
    MOVE "YEAR-END FORFEITURE" TO WS-TBL-DESC(WS-TYPE-TOTAL).
    MOVE "N" TO WS-TBL-PAID(WS-TYPE-TOTAL).
    COMPUTE WS-TYPE-LIMIT = WS-TYPE-TOTAL + 1.
    MOVE "?" TO WS-TBL-CODE(WS-TYPE-LIMIT).
    MOVE "OTHER LEAVE CODES" TO WS-TBL-DESC(WS-TYPE-LIMIT).
    MOVE SPACE TO WS-TBL-PAID(WS-TYPE-LIMIT).

REGISTER-ONE-TYPE.
    MOVE ZERO TO WS-TYPE-RECORDS.
    MOVE ZERO TO WS-TYPE-DAYS.
    PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
            UNTIL WS-BRANCH-IDX > WS-ROW-LIMIT
        MOVE WS-LOC-ENTRY(WS-BRANCH-IDX) TO WS-CURRENT-BRANCH
        MOVE WS-CURRENT-BRANCH TO BSC-BRANCH
        SET BSC-CHECK TO TRUE
        CALL "BRSCOPE" USING BR-SCOPE-AREA
        IF BSC-IN-SCOPE = "Y"
            PERFORM REGISTER-ONE-BRANCH
        END-IF
    END-PERFORM.
    IF WS-TYPE-RECORDS > ZERO
        MOVE WS-TBL-CODE(WS-TYPE-IDX) TO RPT-TT-CODE
        MOVE WS-TYPE-RECORDS TO RPT-TT-RECORDS
        MOVE WS-TYPE-DAYS TO RPT-TT-DAYS
        WRITE REPORT-LINE FROM RPT-TYPE-TOTAL-LINE
    END-IF.

REGISTER-ONE-BRANCH.
    MOVE ZERO TO WS-BRANCH-COUNT.
    OPEN INPUT HISTORY-FILE.
*> so a spell straddling month end shows in both packets.
MATCH-REGISTER-ROW.
    MOVE "N" TO WS-ROW-MATCHED.
    IF WS-TYPE-IDX <= WS-TYPE-TOTAL
        IF LVH-TYPE NOT = WS-TBL-CODE(WS-TYPE-IDX)
            EXIT PARAGRAPH
        END-IF
    ELSE
        PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-TYPE-TOTAL
            IF LVH-TYPE = WS-TBL-CODE(WS-SCAN-IDX)
                EXIT PARAGRAPH
            END-IF
        END-PERFORM
    END-IF.
    IF WS-BRANCH-IDX <= WS-BRANCH-TOTAL
        IF LVH-BRANCH NOT = WS-CURRENT-BRANCH
            EXIT PARAGRAPH
    MOVE "Y" TO WS-ROW-MATCHED.

WRITE-REGISTER-DETAIL.
    IF WS-TYPE-RECORDS = ZERO
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE WS-TBL-CODE(WS-TYPE-IDX) TO RPT-TYPE-CODE
        MOVE WS-TBL-DESC(WS-TYPE-IDX) TO RPT-TYPE-DESC
        EVALUATE WS-TBL-PAID(WS-TYPE-IDX)
            WHEN "Y"
                MOVE "(PAID)" TO RPT-TYPE-PAID
            WHEN "N"
                MOVE "(UNPAID)" TO RPT-TYPE-PAID
            WHEN OTHER
                MOVE SPACES TO RPT-TYPE-PAID
        END-EVALUATE
        WRITE REPORT-LINE FROM RPT-TYPE-LINE
    END-IF.
    ADD 1 TO WS-TYPE-RECORDS.
*> Year-end entries carry fractional credits; older lines have
*> only the whole days.
    IF LVH-CREDITS NUMERIC
        MOVE LVH-CREDITS TO WS-ROW-DAYS
    ELSE
        MOVE LVH-DAYS TO WS-ROW-DAYS
    END-IF.
    ADD WS-ROW-DAYS TO WS-TYPE-DAYS.
    IF WS-BRANCH-COUNT = ZERO
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
    MOVE LVH-TYPE TO RPT-DET-TYPE.
    MOVE LVH-START-DATE TO RPT-DET-START.
    MOVE LVH-END-DATE TO RPT-DET-END.
    MOVE WS-ROW-DAYS TO RPT-DET-DAYS.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

FORMAT-EMPLOYEE-NAME.
