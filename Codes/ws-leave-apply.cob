*> Date:        September 2, 2026
*> Description: Batch leave-request processor, built on the shape
*>              of WS-EMP-TRANSFER. Reads leavereq.dat (EMP-ID,
*>              leave type, start and end dates MMDDYYYY), validates
*>              each request - employee active on the master, both
*>              dates through the DATEVAL rule, end not before
*>              start - and applies the leave type's rules from
*>              leavetyp.dat through LEAVERULE: the length in
*>              working days (weekends and holidays.dat skipped)
*>              or calendar days, service and dependent
*>              eligibility, and the annual entitlement or
*>              per-event allowance, refusing leave that overlaps
*>              leave already on leavehist.dat. Requests come from
*>              the clerk or the WS-LEAVE-FILE screen. Vacation
*>              and sick leave are still rejected when they exceed
*>              the leavebal.dat balance and deducted from it when
*>              approved.
*>              Approved requests append to leavehist.dat with the
*>              employee's branch for the leave register. Report of
*>              applied and rejected requests in leaveapp.rpt.
*>              Where minstaff.dat holds a minimum for the
*>              employee's branch or department, each applied
*>              request is followed by a warning line for every
*>              working day it leaves that branch or department
*>              with fewer people available than the minimum.
*>              Every decision on an employee found on the master
*>              is queued through NOTIFY as a LEAVEDEC email to
*>              that employee, approved or not and why.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-LEAVE-APPLY.
    FILE-CONTROL.
        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT MIN-STAFF-FILE ASSIGN TO "minstaff.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS MNS-KEY
            FILE STATUS IS WS-MIN-STATUS.

        SELECT REPORT-FILE ASSIGN TO "leaveapp.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
    COPY EMPREC.

    FD REQUEST-FILE.
    COPY LEAVEREQ.

    FD BALANCE-FILE.
    COPY LEAVEREC.
    FD HISTORY-FILE.
    COPY LEAVHIST.

    FD MIN-STAFF-FILE.
    COPY MINSTAFF.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(90).

    01 WS-BALANCE-STATUS    PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-MIN-STATUS        PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-DATE-VALID        PIC X.
    01 WS-DAYS-IN-MONTH     PIC 99.
    01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-DISPOSITION       PIC X(8).
    01 WS-REASON-DESC       PIC X(30).
    COPY EMPIDCHK.
    01 WS-EMP-KNOWN         PIC X.

*> Minimum staffing levels and the active staff they are measured
*> against, loaded only when minstaff.dat has something on it.
    01 WS-MIN-TOTAL         PIC 999 VALUE ZERO.
    01 WS-MIN-IDX           PIC 999.
    01 WS-MIN-TABLE.
        05 WS-MIN-ENTRY OCCURS 500 TIMES.
            10 WS-MIN-BRANCH    PIC X(15).
            10 WS-MIN-DEPT      PIC X(10).
            10 WS-MIN-LEVEL     PIC 9(3).
    01 WS-STAFF-TOTAL       PIC 9(4) VALUE ZERO.
    01 WS-STAFF-IDX         PIC 9(4).
    01 WS-STAFF-TABLE.
        05 WS-STAFF-ENTRY OCCURS 5000 TIMES.
            10 WS-STF-EMP-ID    PIC 9(6).
            10 WS-STF-BRANCH    PIC X(15).
            10 WS-STF-DEPT      PIC X(10).
    01 WS-CHK-BRANCH        PIC X(15).
    01 WS-CHK-DEPT          PIC X(10).
    01 WS-CHK-MIN-BRANCH    PIC 9(3).
    01 WS-CHK-MIN-DEPT      PIC 9(3).
    01 WS-HEAD-BRANCH       PIC 9(4).
    01 WS-HEAD-DEPT         PIC 9(4).
    01 WS-CHK-INT-START     PIC 9(8).
    01 WS-CHK-DAYS          PIC S9(4).
    01 WS-CHK-FROM          PIC S9(4).
    01 WS-CHK-THRU          PIC S9(4).
    01 WS-CHK-IDX           PIC S9(4).
    01 WS-CHK-DATE          PIC 9(8).
    01 WS-AVAILABLE         PIC S9(4).
    01 WS-WARN-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-CHK-DAY-TABLE.
        05 WS-CHK-DAY OCCURS 62 TIMES.
            10 WS-OUT-BRANCH    PIC 9(4).
            10 WS-OUT-DEPT      PIC 9(4).
    COPY LVRULE.
    COPY DATESRV.
    COPY PERIODCK.
    COPY RUNLOG.
    COPY RPTREG.
    COPY NOTIFY.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
        05 RPT-DET-RESULT  PIC X(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-REASON  PIC X(30).
    01 RPT-WARN-LINE.
        05 FILLER          PIC X(13) VALUE "  ** WARNING ".
        05 RPT-WRN-DATE    PIC 9(8).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-WRN-LEVEL   PIC X(6).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-WRN-NAME    PIC X(26).
        05 FILLER          PIC X(10) VALUE " AVAILABLE".
        05 RPT-WRN-AVAIL   PIC ---9.
        05 FILLER          PIC X(9)  VALUE " MINIMUM ".
        05 RPT-WRN-MIN     PIC ZZ9.
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(22).
        05 RPT-TOT-COUNT   PIC ZZZZ9.
        GOBACK
    END-IF.

    PERFORM LOAD-MIN-STAFFING.

    MOVE "WS-LEAVE-APPLY" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN OUTPUT REPORT-FILE.
    MOVE "LEAVE REQUESTS" TO RRG-REPORT-NAME.
    MOVE "leaveapp.rpt" TO RRG-FILE-NAME.
    CLOSE REQUEST-FILE.
    CLOSE EMPLOYEE-MASTER.
    CLOSE BALANCE-FILE.
    CLOSE REPORT-FILE.

    SET RLG-END TO TRUE.
    MOVE SPACES TO WS-REASON-DESC.
    MOVE "APPLIED" TO WS-DISPOSITION.
    MOVE ZERO TO WS-LEAVE-DAYS.
    MOVE "N" TO WS-EMP-KNOWN.
    MOVE SPACES TO LVR-TYPE-DESC.
    MOVE FUNCTION UPPER-CASE(LRQ-TYPE) TO LRQ-TYPE.

    PERFORM VALIDATE-REQUEST.
    IF WS-DISPOSITION = "REJECTED"
        ADD 1 TO WS-REJECT-COUNT
        PERFORM WRITE-REQUEST-DETAIL
        PERFORM QUEUE-LEAVE-DECISION
        EXIT PARAGRAPH
    END-IF.

*> The length comes from the leave type: working days for most, so
*> a Friday-to-Monday request costs two days, not four; calendar
*> days for a type that runs straight through, like maternity.
    MOVE LVR-DAYS TO WS-LEAVE-DAYS.

    EVALUATE LVR-CHARGE-TO
        WHEN "V"
            IF WS-LEAVE-DAYS > LVB-VAC-BALANCE
                MOVE "REJECTED" TO WS-DISPOSITION
                MOVE "EXCEEDS VACATION BALANCE" TO WS-REASON-DESC
            END-IF
        WHEN "S"
            IF WS-LEAVE-DAYS > LVB-SICK-BALANCE
                MOVE "REJECTED" TO WS-DISPOSITION
                MOVE "EXCEEDS SICK BALANCE" TO WS-REASON-DESC
            END-IF
    END-EVALUATE.
    IF WS-DISPOSITION = "REJECTED"
        ADD 1 TO WS-REJECT-COUNT
        PERFORM WRITE-REQUEST-DETAIL
        PERFORM QUEUE-LEAVE-DECISION
        EXIT PARAGRAPH
    END-IF.

    EVALUATE LVR-CHARGE-TO
        WHEN "V"
            SUBTRACT WS-LEAVE-DAYS FROM LVB-VAC-BALANCE
            REWRITE LEAVE-BALANCE-RECORD
        WHEN "S"
            SUBTRACT WS-LEAVE-DAYS FROM LVB-SICK-BALANCE
            REWRITE LEAVE-BALANCE-RECORD
    END-EVALUATE.
    PERFORM WRITE-LEAVE-HISTORY.
    ADD 1 TO WS-APPLIED-COUNT.
    PERFORM WRITE-REQUEST-DETAIL.
    PERFORM QUEUE-LEAVE-DECISION.
    PERFORM CHECK-MIN-STAFFING.

VALIDATE-REQUEST.
    IF LRQ-EMP-ID NOT NUMERIC
        MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    SET EIC-VALIDATE TO TRUE.
    MOVE LRQ-EMP-ID TO EIC-EMP-ID.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        MOVE "REJECTED" TO WS-DISPOSITION
        MOVE "EMPLOYEE ID CHECK DIGIT WRONG" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    COPY DATEVAL REPLACING DATE-MM BY LRQ-START-MM
            MOVE "EMPLOYEE NOT ON FILE" TO WS-REASON-DESC
            EXIT PARAGRAPH
    END-READ.
    MOVE "Y" TO WS-EMP-KNOWN.
    IF EMP-SEPARATED
        MOVE "REJECTED" TO WS-DISPOSITION
        MOVE "EMPLOYEE IS SEPARATED" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.

    MOVE EMP-ID TO LVR-EMP-ID.
    COMPUTE LVR-HIRE-DATE = EMP-HIRE-YY * 10000
        + EMP-HIRE-MM * 100 + EMP-HIRE-DD.
    MOVE LRQ-TYPE TO LVR-TYPE.
    MOVE WS-START-NUM TO LVR-START-DATE.
    MOVE WS-END-NUM TO LVR-END-DATE.
    CALL "LEAVERULE" USING LEAVE-RULE-AREA.
    IF LVR-ALLOWED NOT = "Y"
        MOVE "REJECTED" TO WS-DISPOSITION
        MOVE LVR-REASON TO WS-REASON-DESC
        MOVE LVR-DAYS TO WS-LEAVE-DAYS
        EXIT PARAGRAPH
    END-IF.

    IF LVR-CHARGE-TO NOT = SPACE
        MOVE LRQ-EMP-ID TO LVB-EMP-ID
        READ BALANCE-FILE
            INVALID KEY
                MOVE "REJECTED" TO WS-DISPOSITION
                MOVE "NO BALANCE RECORD - ACCRUE" TO WS-REASON-DESC
        END-READ
    END-IF.

WRITE-LEAVE-HISTORY.
    MOVE FUNCTION CURRENT-DATE(1:14) TO LVH-TIMESTAMP.
    MOVE WS-START-NUM TO LVH-START-DATE.
    MOVE WS-END-NUM TO LVH-END-DATE.
    MOVE WS-LEAVE-DAYS TO LVH-DAYS.
    MOVE WS-LEAVE-DAYS TO LVH-CREDITS.
    MOVE EMP-LOCATION TO LVH-BRANCH.
    MOVE SPACE TO LVH-FILLER-1 LVH-FILLER-2 LVH-FILLER-3
        LVH-FILLER-4 LVH-FILLER-5 LVH-FILLER-6 LVH-FILLER-7.
*> Opened for each entry: LEAVERULE reads the history back to
*> total the year's leave, this run's included.
    OPEN EXTEND HISTORY-FILE.
    IF WS-HISTORY-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF.
    WRITE LEAVE-HISTORY-RECORD.
    CLOSE HISTORY-FILE.

WRITE-REQUEST-DETAIL.
    MOVE LRQ-EMP-ID TO RPT-DET-ID.
    MOVE WS-REASON-DESC TO RPT-DET-REASON.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

*> The employee hears the outcome without waiting for the clerk:
*> a request that never matched the master has no one to tell.
QUEUE-LEAVE-DECISION.
    IF WS-EMP-KNOWN NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO NOTIFY-AREA.
    SET NTF-TO-EMPLOYEE TO TRUE.
    MOVE EMP-ID TO NTF-RECIPIENT-ID.
    SET NTF-BY-EMAIL TO TRUE.
    MOVE "LEAVEDEC" TO NTF-TEMPLATE.
    MOVE EMP-NAME TO NTF-FIELD(1).
    IF WS-DISPOSITION = "APPLIED"
        MOVE "approved" TO NTF-FIELD(2)
    ELSE
        STRING "not approved - " DELIMITED BY SIZE
            WS-REASON-DESC DELIMITED BY "  "
            INTO NTF-FIELD(2)
    END-IF.
    IF LVR-TYPE-DESC NOT = SPACES
        MOVE LVR-TYPE-DESC TO NTF-FIELD(3)
    ELSE
        MOVE LRQ-TYPE TO NTF-FIELD(3)
    END-IF.
    STRING LRQ-START-MM "/" LRQ-START-DD "/" LRQ-START-YY
        DELIMITED BY SIZE INTO NTF-FIELD(4).
    STRING LRQ-END-MM "/" LRQ-END-DD "/" LRQ-END-YY
        DELIMITED BY SIZE INTO NTF-FIELD(5).
    MOVE "LEAVEAPP" TO NTF-SOURCE.
    CALL "NOTIFY" USING NOTIFY-AREA.

WRITE-REQUEST-TOTALS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Rejected            : " TO RPT-TOT-LABEL.
    MOVE WS-REJECT-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    IF WS-MIN-TOTAL > ZERO
        MOVE "Staffing warnings   : " TO RPT-TOT-LABEL
        MOVE WS-WARN-COUNT TO RPT-TOT-COUNT
        WRITE REPORT-LINE FROM RPT-TOTAL-LINE
    END-IF.

LOAD-MIN-STAFFING.
    OPEN INPUT MIN-STAFF-FILE.
    IF WS-MIN-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-MIN-STATUS NOT = "00"
        READ MIN-STAFF-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF WS-MIN-TOTAL < 500 AND MNS-MINIMUM > ZERO
            ADD 1 TO WS-MIN-TOTAL
            MOVE MNS-BRANCH TO WS-MIN-BRANCH(WS-MIN-TOTAL)
            MOVE MNS-DEPT TO WS-MIN-DEPT(WS-MIN-TOTAL)
            MOVE MNS-MINIMUM TO WS-MIN-LEVEL(WS-MIN-TOTAL)
        END-IF
    END-PERFORM.
    CLOSE MIN-STAFF-FILE.
    IF WS-MIN-TOTAL = ZERO
        EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO EMP-ID.
    START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-EMP-FILE-STATUS NOT = "00"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF NOT EMP-SEPARATED AND WS-STAFF-TOTAL < 5000
            ADD 1 TO WS-STAFF-TOTAL
            MOVE EMP-ID TO WS-STF-EMP-ID(WS-STAFF-TOTAL)
            MOVE EMP-LOCATION TO WS-STF-BRANCH(WS-STAFF-TOTAL)
            MOVE EMP-DEPT TO WS-STF-DEPT(WS-STAFF-TOTAL)
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-EMP-FILE-STATUS.

*> Run after the leave is on leavehist.dat, so the counts include
*> it. The leave still stands; the warning is for the approver.
CHECK-MIN-STAFFING.
    IF WS-MIN-TOTAL = ZERO
        EXIT PARAGRAPH
    END-IF.
    MOVE EMP-LOCATION TO WS-CHK-BRANCH.
    MOVE EMP-DEPT TO WS-CHK-DEPT.
    MOVE ZERO TO WS-CHK-MIN-BRANCH.
    MOVE ZERO TO WS-CHK-MIN-DEPT.
    PERFORM VARYING WS-MIN-IDX FROM 1 BY 1
            UNTIL WS-MIN-IDX > WS-MIN-TOTAL
        IF WS-MIN-BRANCH(WS-MIN-IDX) = WS-CHK-BRANCH
            IF WS-MIN-DEPT(WS-MIN-IDX) = SPACES
                MOVE WS-MIN-LEVEL(WS-MIN-IDX) TO WS-CHK-MIN-BRANCH
            END-IF
            IF WS-MIN-DEPT(WS-MIN-IDX) = WS-CHK-DEPT
                    AND WS-CHK-DEPT NOT = SPACES
                MOVE WS-MIN-LEVEL(WS-MIN-IDX) TO WS-CHK-MIN-DEPT
            END-IF
        END-IF
    END-PERFORM.
    IF WS-CHK-MIN-BRANCH = ZERO AND WS-CHK-MIN-DEPT = ZERO
        EXIT PARAGRAPH
    END-IF.

    MOVE ZERO TO WS-HEAD-BRANCH.
    MOVE ZERO TO WS-HEAD-DEPT.
    PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
            UNTIL WS-STAFF-IDX > WS-STAFF-TOTAL
        IF WS-STF-BRANCH(WS-STAFF-IDX) = WS-CHK-BRANCH
            ADD 1 TO WS-HEAD-BRANCH
            IF WS-STF-DEPT(WS-STAFF-IDX) = WS-CHK-DEPT
                ADD 1 TO WS-HEAD-DEPT
            END-IF
        END-IF
    END-PERFORM.

    COMPUTE WS-CHK-INT-START = FUNCTION INTEGER-OF-DATE(WS-START-NUM).
    COMPUTE WS-CHK-DAYS = FUNCTION INTEGER-OF-DATE(WS-END-NUM)
        - WS-CHK-INT-START + 1.
    IF WS-CHK-DAYS > 62
        MOVE 62 TO WS-CHK-DAYS
    END-IF.
    INITIALIZE WS-CHK-DAY-TABLE.

    OPEN INPUT HISTORY-FILE.
    PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
        READ HISTORY-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF NOT LVH-YEAR-END
                AND LVH-START-DATE <= WS-END-NUM
                AND LVH-END-DATE >= WS-START-NUM
            PERFORM COUNT-HISTORY-ABSENCE
        END-IF
    END-PERFORM.
    CLOSE HISTORY-FILE.

    PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
            UNTIL WS-CHK-IDX > WS-CHK-DAYS
        COMPUTE WS-CHK-DATE = FUNCTION DATE-OF-INTEGER(
            WS-CHK-INT-START + WS-CHK-IDX - 1)
        SET DSRV-WORKDAYS TO TRUE
        MOVE WS-CHK-DATE TO DSRV-DATE-A
        MOVE WS-CHK-DATE TO DSRV-DATE-B
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
        IF DSRV-RESULT-NUM > ZERO
            PERFORM CHECK-ONE-STAFFING-DAY
        END-IF
    END-PERFORM.

COUNT-HISTORY-ABSENCE.
    PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
            UNTIL WS-STAFF-IDX > WS-STAFF-TOTAL
        IF WS-STF-EMP-ID(WS-STAFF-IDX) = LVH-EMP-ID
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-STAFF-IDX > WS-STAFF-TOTAL
        EXIT PARAGRAPH
    END-IF.
    IF WS-STF-BRANCH(WS-STAFF-IDX) NOT = WS-CHK-BRANCH
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-CHK-FROM = FUNCTION INTEGER-OF-DATE(LVH-START-DATE)
        - WS-CHK-INT-START + 1.
    COMPUTE WS-CHK-THRU = FUNCTION INTEGER-OF-DATE(LVH-END-DATE)
        - WS-CHK-INT-START + 1.
    IF WS-CHK-FROM < 1
        MOVE 1 TO WS-CHK-FROM
    END-IF.
    IF WS-CHK-THRU > WS-CHK-DAYS
        MOVE WS-CHK-DAYS TO WS-CHK-THRU
    END-IF.
    PERFORM VARYING WS-CHK-IDX FROM WS-CHK-FROM BY 1
            UNTIL WS-CHK-IDX > WS-CHK-THRU
        ADD 1 TO WS-OUT-BRANCH(WS-CHK-IDX)
        IF WS-STF-DEPT(WS-STAFF-IDX) = WS-CHK-DEPT
            ADD 1 TO WS-OUT-DEPT(WS-CHK-IDX)
        END-IF
    END-PERFORM.

CHECK-ONE-STAFFING-DAY.
    MOVE WS-CHK-DATE TO RPT-WRN-DATE.
    IF WS-CHK-MIN-BRANCH > ZERO
        COMPUTE WS-AVAILABLE = WS-HEAD-BRANCH
            - WS-OUT-BRANCH(WS-CHK-IDX)
        IF WS-AVAILABLE < WS-CHK-MIN-BRANCH
            MOVE "BRANCH" TO RPT-WRN-LEVEL
            MOVE WS-CHK-BRANCH TO RPT-WRN-NAME
            MOVE WS-AVAILABLE TO RPT-WRN-AVAIL
            MOVE WS-CHK-MIN-BRANCH TO RPT-WRN-MIN
            WRITE REPORT-LINE FROM RPT-WARN-LINE
            ADD 1 TO WS-WARN-COUNT
        END-IF
    END-IF.
    IF WS-CHK-MIN-DEPT > ZERO
        COMPUTE WS-AVAILABLE = WS-HEAD-DEPT
            - WS-OUT-DEPT(WS-CHK-IDX)
        IF WS-AVAILABLE < WS-CHK-MIN-DEPT
            MOVE "DEPT" TO RPT-WRN-LEVEL
            MOVE SPACES TO RPT-WRN-NAME
            STRING WS-CHK-BRANCH DELIMITED BY "  "
                "/" DELIMITED BY SIZE
                WS-CHK-DEPT DELIMITED BY "  "
                INTO RPT-WRN-NAME
            MOVE WS-AVAILABLE TO RPT-WRN-AVAIL
            MOVE WS-CHK-MIN-DEPT TO RPT-WRN-MIN
            WRITE REPORT-LINE FROM RPT-WARN-LINE
            ADD 1 TO WS-WARN-COUNT
        END-IF
    END-IF.
