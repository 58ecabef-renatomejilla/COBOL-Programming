*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Periodic access recertification over operfunc.dat,
*>              the function permission matrix. Grants pile up as
*>              people change jobs; internal audit wants proof each
*>              quarter that every one was reviewed. Opening a
*>              campaign (reccamp.dat) writes a review item
*>              (recitem.dat) for every operator and function held,
*>              assigned to the supervisor who enrolled the
*>              operator (the ADD event on seclog.dat) or else to
*>              the campaign owner. Each supervisor certifies or
*>              revokes their own items online; a revoke comes off
*>              operfunc.dat at once and is logged to seclog.dat as
*>              RVOK, the same path OPER-FUNC-MAINT uses. Items
*>              still pending after the deadline are escalated to
*>              the campaign owner. The completion report
*>              (recert.rpt) lists every item and its outcome for
*>              audit and closes the campaign once nothing is left
*>              pending. Supervisor-only.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-RECERT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CAMPAIGN-FILE ASSIGN TO "reccamp.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RCC-CAMPAIGN-ID
            FILE STATUS IS WS-CAMP-STATUS.

        SELECT ITEM-FILE ASSIGN TO "recitem.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RCI-KEY
            FILE STATUS IS WS-ITEM-STATUS.

        SELECT PERM-FILE ASSIGN TO "operfunc.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERM-STATUS.

        SELECT SEC-LOG-FILE ASSIGN TO "seclog.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEC-STATUS.

        SELECT OPER-FILE ASSIGN TO "opersec.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OPER-ID
            FILE STATUS IS WS-OPER-STATUS.

        SELECT REPORT-FILE ASSIGN TO "recert.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD CAMPAIGN-FILE.
    COPY RECCAMP.

    FD ITEM-FILE.
    COPY RECITEM.

    FD PERM-FILE.
    COPY OPERFUNC.

    FD SEC-LOG-FILE.
    01 SEC-LOG-RECORD.
        05 SEC-TIMESTAMP    PIC X(14).
        05 FILLER           PIC X.
        05 SEC-ACTION       PIC X(4).
        05 FILLER           PIC X.
        05 SEC-ACTING-OPER  PIC X(8).
        05 FILLER           PIC X.
        05 SEC-TARGET-OPER  PIC X(8).
        05 FILLER           PIC X.
        05 SEC-DETAIL       PIC X(10).

    FD OPER-FILE.
    COPY OPERREC.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(90).

    WORKING-STORAGE SECTION.
    01 WS-CAMP-STATUS       PIC XX.
    01 WS-ITEM-STATUS       PIC XX.
    01 WS-PERM-STATUS       PIC XX.
    01 WS-SEC-STATUS        PIC XX.
    01 WS-OPER-STATUS       PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
        05 WS-RUN-YEAR      PIC 9(4).
        05 WS-RUN-MONTH     PIC 99.
        05 WS-RUN-DAY       PIC 99.
    01 WS-QUARTER           PIC 9.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-SUPV-OK           PIC X.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-SUPV-ID           PIC X(8).
    01 WS-SUPV-ID-IN        PIC X(8).
    01 WS-SUPV-PW-IN        PIC X(10).
    01 WS-SUPV-PW-CODED     PIC X(10).
    01 WS-CAMPAIGN-IN       PIC X(6).
    01 WS-DEADLINE-IN       PIC X(8).
    01 WS-DEADLINE          PIC 9(8).
    01 WS-OPEN-FOUND        PIC X.
    01 WS-OPEN-CAMPAIGN     PIC X(6).
    01 WS-OPEN-DEADLINE     PIC 9(8).
    01 WS-DECISION          PIC X.
    01 WS-REVIEWER          PIC X(8).
    01 WS-OWNER             PIC X(8).
    01 WS-MY-COUNT          PIC 9(5).
    01 WS-CERT-COUNT        PIC 9(5).
    01 WS-REVOKE-COUNT      PIC 9(5).
    01 WS-PEND-COUNT        PIC 9(5).
    01 WS-ESC-COUNT         PIC 9(5).
    01 WS-ITEM-COUNT        PIC 9(5).
    01 WS-STATUS-TEXT       PIC X(9).
    01 WS-I                 PIC 9(3).
    01 WS-J                 PIC 9(3).
    01 WS-OPER-LEFT         PIC 9(3).

*> Who enrolled each operator, from the ADD events on seclog.dat.
    01 WS-ENROL-COUNT       PIC 9(3) VALUE ZERO.
    01 WS-ENROL-TABLE.
        05 WS-ENROL-ENTRY OCCURS 500 TIMES.
            10 WS-ENR-OPER-ID   PIC X(8).
            10 WS-ENR-BY        PIC X(8).

*> operfunc.dat held in memory for a revoke, as OPER-FUNC-MAINT does.
    01 WS-PERM-COUNT        PIC 9(3) VALUE ZERO.
    01 WS-PERM-TABLE.
        05 WS-PERM-ENTRY OCCURS 500 TIMES.
            10 WS-TBL-OPER-ID   PIC X(8).
            10 WS-TBL-FUNCTION  PIC XX.
    01 WS-PERM-RAW REDEFINES WS-PERM-TABLE.
        05 WS-PERM-RAW-ENTRY OCCURS 500 TIMES PIC X(10).

    COPY SECLOG.
    COPY DATESRV.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(40)
            VALUE "WS-RECERT - ACCESS RECERTIFICATION".
        05 FILLER          PIC X(11) VALUE "Campaign: ".
        05 RPT-CAMPAIGN    PIC X(6).
        05 FILLER          PIC X(12) VALUE "  Deadline: ".
        05 RPT-DEADLINE    PIC 9(8).
    01 RPT-OWNER-LINE.
        05 FILLER          PIC X(12) VALUE "Opened on : ".
        05 RPT-OPENED-ON   PIC 9(8).
        05 FILLER          PIC X(6)  VALUE "  by  ".
        05 RPT-OPENED-BY   PIC X(8).
        05 FILLER          PIC X(12) VALUE "  Status : ".
        05 RPT-CAMP-STATUS PIC X(10).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(7)  VALUE "SEQ".
        05 FILLER          PIC X(10) VALUE "OPERATOR".
        05 FILLER          PIC X(6)  VALUE "FUNC".
        05 FILLER          PIC X(10) VALUE "REVIEWER".
        05 FILLER          PIC X(11) VALUE "OUTCOME".
        05 FILLER          PIC X(10) VALUE "DECIDED BY".
        05 FILLER          PIC X(10) VALUE "ON".
        05 FILLER          PIC X(20) VALUE "ESCALATED FROM".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-SEQ     PIC 9(5).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-OPER    PIC X(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-FUNC    PIC XX.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-DET-REVIEWER PIC X(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-OUTCOME PIC X(9).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DECIDED PIC X(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-ON      PIC X(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-ESC     PIC X(8).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(24).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM VERIFY-SUPERVISOR.
    IF WS-SUPV-OK NOT = "Y"
        DISPLAY "Supervisor authority required. Program ends."
        GOBACK
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== ACCESS RECERTIFICATION ===="
        DISPLAY "1 - Open a Campaign"
        DISPLAY "2 - Review My Items"
        DISPLAY "3 - Escalate Overdue Items"
        DISPLAY "4 - Campaign Completion Report"
        DISPLAY "5 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM OPEN-CAMPAIGN
            WHEN 2
                PERFORM REVIEW-MY-ITEMS
            WHEN 3
                PERFORM ESCALATE-OVERDUE
            WHEN 4
                PERFORM COMPLETION-REPORT
            WHEN 5
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    DISPLAY "Access recertification ended.".
GOBACK.

*> Same supervisor approval OPER-FUNC-MAINT applies; the approved
*> identity is the reviewer whose items are worked.
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
            "recertification needs a supervisor."
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

*> The open campaign, if any, with its deadline and owner.
FIND-OPEN-CAMPAIGN.
    MOVE "N" TO WS-OPEN-FOUND.
    MOVE SPACES TO WS-OPEN-CAMPAIGN.
    MOVE SPACES TO WS-OWNER.
    MOVE ZERO TO WS-OPEN-DEADLINE.
    OPEN INPUT CAMPAIGN-FILE.
    IF WS-CAMP-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-CAMP-STATUS NOT = "00"
        READ CAMPAIGN-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF RCC-OPEN
            MOVE "Y" TO WS-OPEN-FOUND
            MOVE RCC-CAMPAIGN-ID TO WS-OPEN-CAMPAIGN
            MOVE RCC-DEADLINE TO WS-OPEN-DEADLINE
            MOVE RCC-OPENED-BY TO WS-OWNER
            EXIT PERFORM
        END-IF
    END-PERFORM.
    CLOSE CAMPAIGN-FILE.

OPEN-CAMPAIGN.
    PERFORM FIND-OPEN-CAMPAIGN.
    IF WS-OPEN-FOUND = "Y"
        DISPLAY "Campaign " WS-OPEN-CAMPAIGN " is still open - "
            "close it through the completion report first."
        EXIT PARAGRAPH
    END-IF.

    COMPUTE WS-QUARTER = (WS-RUN-MONTH + 2) / 3.
    DISPLAY "Campaign ID (blank for " WS-RUN-YEAR "Q" WS-QUARTER
        "): " WITH NO ADVANCING.
    ACCEPT WS-CAMPAIGN-IN.
    IF WS-CAMPAIGN-IN = SPACES
        STRING WS-RUN-YEAR "Q" WS-QUARTER
            DELIMITED BY SIZE INTO WS-CAMPAIGN-IN
    END-IF.
    MOVE FUNCTION UPPER-CASE(WS-CAMPAIGN-IN) TO WS-CAMPAIGN-IN.

    DISPLAY "Review deadline (YYYYMMDD, blank for 30 days): "
        WITH NO ADVANCING.
    ACCEPT WS-DEADLINE-IN.
    IF WS-DEADLINE-IN = SPACES
        COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 30)
    ELSE
        MOVE WS-DEADLINE-IN TO WS-DEADLINE
        SET DSRV-VALIDATE TO TRUE
        MOVE WS-DEADLINE TO DSRV-DATE-A
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
        IF DSRV-VALID-FLAG NOT = "Y" OR WS-DEADLINE <= WS-RUN-DATE
            DISPLAY "Deadline must be a valid future date - "
                "campaign not opened."
            EXIT PARAGRAPH
        END-IF
    END-IF.

    OPEN I-O CAMPAIGN-FILE.
    IF WS-CAMP-STATUS = "35"
        OPEN OUTPUT CAMPAIGN-FILE
        CLOSE CAMPAIGN-FILE
        OPEN I-O CAMPAIGN-FILE
    END-IF.
    MOVE WS-CAMPAIGN-IN TO RCC-CAMPAIGN-ID.
    READ CAMPAIGN-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY "Campaign " WS-CAMPAIGN-IN " already exists."
            CLOSE CAMPAIGN-FILE
            EXIT PARAGRAPH
    END-READ.

    PERFORM LOAD-ENROLMENTS.
    PERFORM GENERATE-ITEMS.
    IF WS-ITEM-COUNT = ZERO
        DISPLAY "operfunc.dat holds no grants - nothing to "
            "recertify."
        CLOSE CAMPAIGN-FILE
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-CAMPAIGN-IN TO RCC-CAMPAIGN-ID.
    MOVE WS-RUN-DATE TO RCC-OPENED-ON.
    MOVE WS-SUPV-ID TO RCC-OPENED-BY.
    MOVE WS-DEADLINE TO RCC-DEADLINE.
    SET RCC-OPEN TO TRUE.
    MOVE WS-ITEM-COUNT TO RCC-ITEM-COUNT.
    MOVE ZERO TO RCC-CLOSED-ON.
    WRITE RECERT-CAMPAIGN-RECORD.
    CLOSE CAMPAIGN-FILE.
    DISPLAY "Campaign " WS-CAMPAIGN-IN " opened - " WS-ITEM-COUNT
        " item(s) to review by " WS-DEADLINE ".".

LOAD-ENROLMENTS.
    MOVE ZERO TO WS-ENROL-COUNT.
    OPEN INPUT SEC-LOG-FILE.
    IF WS-SEC-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-SEC-STATUS NOT = "00"
        READ SEC-LOG-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF SEC-ACTION = "ADD "
            PERFORM NOTE-ENROLMENT
        END-IF
    END-PERFORM.
    CLOSE SEC-LOG-FILE.

*> A later ADD of the same operator (re-enrolled) replaces the
*> earlier sponsor.
NOTE-ENROLMENT.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-ENROL-COUNT
        IF WS-ENR-OPER-ID(WS-I) = SEC-TARGET-OPER
            MOVE SEC-ACTING-OPER TO WS-ENR-BY(WS-I)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.
    IF WS-ENROL-COUNT < 500
        ADD 1 TO WS-ENROL-COUNT
        MOVE SEC-TARGET-OPER TO WS-ENR-OPER-ID(WS-ENROL-COUNT)
        MOVE SEC-ACTING-OPER TO WS-ENR-BY(WS-ENROL-COUNT)
    END-IF.

GENERATE-ITEMS.
    MOVE ZERO TO WS-ITEM-COUNT.
    OPEN INPUT PERM-FILE.
    IF WS-PERM-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O ITEM-FILE.
    IF WS-ITEM-STATUS = "35"
        OPEN OUTPUT ITEM-FILE
        CLOSE ITEM-FILE
        OPEN I-O ITEM-FILE
    END-IF.
    OPEN INPUT OPER-FILE.
    PERFORM UNTIL WS-PERM-STATUS NOT = "00"
        READ PERM-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF FNP-FUNCTION NOT = "--"
            PERFORM WRITE-ONE-ITEM
        END-IF
    END-PERFORM.
    CLOSE OPER-FILE.
    CLOSE ITEM-FILE.
    CLOSE PERM-FILE.

WRITE-ONE-ITEM.
    PERFORM ASSIGN-REVIEWER.
    ADD 1 TO WS-ITEM-COUNT.
    MOVE WS-CAMPAIGN-IN TO RCI-CAMPAIGN-ID.
    MOVE WS-ITEM-COUNT TO RCI-SEQ.
    MOVE FNP-OPER-ID TO RCI-OPER-ID.
    MOVE FNP-FUNCTION TO RCI-FUNCTION.
    MOVE WS-REVIEWER TO RCI-REVIEWER.
    MOVE WS-REVIEWER TO RCI-ORIG-REVIEWER.
    SET RCI-PENDING TO TRUE.
    MOVE SPACES TO RCI-DECIDED-BY.
    MOVE ZERO TO RCI-DECIDED-ON.
    MOVE "N" TO RCI-ESCALATED.
    MOVE ZERO TO RCI-ESCALATED-ON.
    WRITE RECERT-ITEM-RECORD.

*> The enrolling supervisor reviews, while still an active
*> supervisor on opersec.dat; otherwise the campaign owner does.
*> Nobody reviews their own grants.
ASSIGN-REVIEWER.
    MOVE SPACES TO WS-REVIEWER.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-ENROL-COUNT
        IF WS-ENR-OPER-ID(WS-I) = FNP-OPER-ID
            MOVE WS-ENR-BY(WS-I) TO WS-REVIEWER
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-REVIEWER NOT = SPACES
        MOVE WS-REVIEWER TO OPER-ID
        READ OPER-FILE
            INVALID KEY
                MOVE SPACES TO WS-REVIEWER
            NOT INVALID KEY
                IF OPER-LEVEL < 2 OR OPER-IS-LOCKED
                    MOVE SPACES TO WS-REVIEWER
                END-IF
        END-READ
    END-IF.
    IF WS-REVIEWER = SPACES OR WS-REVIEWER = FNP-OPER-ID
        MOVE WS-SUPV-ID TO WS-REVIEWER
    END-IF.
    IF WS-REVIEWER = FNP-OPER-ID
        MOVE "*ANY" TO WS-REVIEWER
    END-IF.

REVIEW-MY-ITEMS.
    PERFORM FIND-OPEN-CAMPAIGN.
    IF WS-OPEN-FOUND NOT = "Y"
        DISPLAY "No campaign is open."
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-MY-COUNT.
    MOVE SPACE TO WS-DECISION.
    OPEN I-O ITEM-FILE.
    IF WS-ITEM-STATUS NOT = "00"
        DISPLAY "recitem.dat not available."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-OPEN-CAMPAIGN TO RCI-CAMPAIGN-ID.
    MOVE ZERO TO RCI-SEQ.
    START ITEM-FILE KEY IS NOT LESS THAN RCI-KEY
        INVALID KEY
            MOVE "10" TO WS-ITEM-STATUS
    END-START.
    PERFORM UNTIL WS-ITEM-STATUS NOT = "00"
        READ ITEM-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF RCI-CAMPAIGN-ID NOT = WS-OPEN-CAMPAIGN
            EXIT PERFORM
        END-IF
        IF RCI-PENDING AND RCI-OPER-ID NOT = WS-SUPV-ID
                AND (RCI-REVIEWER = WS-SUPV-ID
                     OR RCI-REVIEWER = "*ANY")
            PERFORM REVIEW-ONE-ITEM
        END-IF
        IF WS-DECISION = "Q"
            EXIT PERFORM
        END-IF
    END-PERFORM.
    CLOSE ITEM-FILE.
    IF WS-MY-COUNT = ZERO
        DISPLAY "No pending items for " WS-SUPV-ID "."
    ELSE
        DISPLAY WS-MY-COUNT " item(s) reviewed."
    END-IF.

REVIEW-ONE-ITEM.
    DISPLAY " ".
    DISPLAY "Item " RCI-SEQ ": operator " RCI-OPER-ID
        " holds function " RCI-FUNCTION.
    IF RCI-IS-ESCALATED
        DISPLAY "  Escalated " RCI-ESCALATED-ON " from "
            RCI-ORIG-REVIEWER
    END-IF.
    DISPLAY "  Certify, Revoke, Skip or Quit? (C/R/S/Q): "
        WITH NO ADVANCING.
    ACCEPT WS-DECISION.
    MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
    EVALUATE WS-DECISION
        WHEN "C"
            SET RCI-CERTIFIED TO TRUE
            PERFORM STAMP-ITEM
            DISPLAY "  Certified."
        WHEN "R"
            PERFORM REVOKE-GRANT
            SET RCI-REVOKED TO TRUE
            PERFORM STAMP-ITEM
            DISPLAY "  Revoked - " RCI-FUNCTION " removed from "
                RCI-OPER-ID "."
        WHEN "Q"
            CONTINUE
        WHEN OTHER
            DISPLAY "  Left pending."
    END-EVALUATE.

STAMP-ITEM.
    MOVE WS-SUPV-ID TO RCI-DECIDED-BY.
    MOVE WS-RUN-DATE TO RCI-DECIDED-ON.
    REWRITE RECERT-ITEM-RECORD.
    ADD 1 TO WS-MY-COUNT.

*> Off operfunc.dat through the same table rewrite OPER-FUNC-MAINT
*> uses, and onto seclog.dat as an RVOK. When it was the operator's
*> last function a "--" row is left so the operator does not fall
*> back to the open menu an operator with no rows enjoys.
REVOKE-GRANT.
    PERFORM LOAD-PERM-TABLE.
    MOVE ZERO TO WS-OPER-LEFT.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-PERM-COUNT
        IF WS-TBL-OPER-ID(WS-I) = RCI-OPER-ID
                AND WS-TBL-FUNCTION(WS-I) = RCI-FUNCTION
            PERFORM VARYING WS-J FROM WS-I BY 1
                    UNTIL WS-J >= WS-PERM-COUNT
                MOVE WS-PERM-RAW-ENTRY(WS-J + 1)
                    TO WS-PERM-RAW-ENTRY(WS-J)
            END-PERFORM
            SUBTRACT 1 FROM WS-PERM-COUNT
            EXIT PERFORM
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-PERM-COUNT
        IF WS-TBL-OPER-ID(WS-I) = RCI-OPER-ID
            ADD 1 TO WS-OPER-LEFT
        END-IF
    END-PERFORM.
    IF WS-OPER-LEFT = ZERO AND WS-PERM-COUNT < 500
        ADD 1 TO WS-PERM-COUNT
        MOVE RCI-OPER-ID TO WS-TBL-OPER-ID(WS-PERM-COUNT)
        MOVE "--" TO WS-TBL-FUNCTION(WS-PERM-COUNT)
    END-IF.
    PERFORM SAVE-PERM-TABLE.
    MOVE "RVOK" TO SCL-ACTION.
    MOVE WS-SUPV-ID TO SCL-ACTING-OPER.
    MOVE RCI-OPER-ID TO SCL-TARGET-OPER.
    MOVE RCI-FUNCTION TO SCL-DETAIL.
    CALL "SECLOG" USING SEC-LOG-AREA.

LOAD-PERM-TABLE.
    MOVE ZERO TO WS-PERM-COUNT.
    OPEN INPUT PERM-FILE.
    IF WS-PERM-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-PERM-STATUS = "10"
        READ PERM-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-PERM-COUNT < 500
                    ADD 1 TO WS-PERM-COUNT
                    MOVE FNP-OPER-ID
                        TO WS-TBL-OPER-ID(WS-PERM-COUNT)
                    MOVE FNP-FUNCTION
                        TO WS-TBL-FUNCTION(WS-PERM-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PERM-FILE.

SAVE-PERM-TABLE.
    OPEN OUTPUT PERM-FILE.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-PERM-COUNT
        MOVE WS-TBL-OPER-ID(WS-I) TO FNP-OPER-ID
        MOVE WS-TBL-FUNCTION(WS-I) TO FNP-FUNCTION
        WRITE FUNC-PERM-RECORD
    END-PERFORM.
    CLOSE PERM-FILE.

*> Past the deadline every item still pending goes to the campaign
*> owner - or to any supervisor when the owner is the operator or
*> was the reviewer who let it lapse.
ESCALATE-OVERDUE.
    PERFORM FIND-OPEN-CAMPAIGN.
    IF WS-OPEN-FOUND NOT = "Y"
        DISPLAY "No campaign is open."
        EXIT PARAGRAPH
    END-IF.
    IF WS-RUN-DATE <= WS-OPEN-DEADLINE
        DISPLAY "Campaign " WS-OPEN-CAMPAIGN " deadline "
            WS-OPEN-DEADLINE " has not passed - nothing to escalate."
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-ESC-COUNT.
    OPEN I-O ITEM-FILE.
    MOVE WS-OPEN-CAMPAIGN TO RCI-CAMPAIGN-ID.
    MOVE ZERO TO RCI-SEQ.
    START ITEM-FILE KEY IS NOT LESS THAN RCI-KEY
        INVALID KEY
            MOVE "10" TO WS-ITEM-STATUS
    END-START.
    PERFORM UNTIL WS-ITEM-STATUS NOT = "00"
        READ ITEM-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF RCI-CAMPAIGN-ID NOT = WS-OPEN-CAMPAIGN
            EXIT PERFORM
        END-IF
        IF RCI-PENDING AND NOT RCI-IS-ESCALATED
            MOVE RCI-REVIEWER TO RCI-ORIG-REVIEWER
            IF WS-OWNER = RCI-OPER-ID OR WS-OWNER = RCI-REVIEWER
                MOVE "*ANY" TO RCI-REVIEWER
            ELSE
                MOVE WS-OWNER TO RCI-REVIEWER
            END-IF
            MOVE "Y" TO RCI-ESCALATED
            MOVE WS-RUN-DATE TO RCI-ESCALATED-ON
            REWRITE RECERT-ITEM-RECORD
            ADD 1 TO WS-ESC-COUNT
            DISPLAY "  Item " RCI-SEQ " " RCI-OPER-ID " "
                RCI-FUNCTION " - " RCI-ORIG-REVIEWER " -> "
                RCI-REVIEWER
        END-IF
    END-PERFORM.
    CLOSE ITEM-FILE.
    DISPLAY WS-ESC-COUNT " overdue item(s) escalated.".

COMPLETION-REPORT.
    PERFORM FIND-OPEN-CAMPAIGN.
    DISPLAY "Campaign ID (blank for the open campaign): "
        WITH NO ADVANCING.
    ACCEPT WS-CAMPAIGN-IN.
    MOVE FUNCTION UPPER-CASE(WS-CAMPAIGN-IN) TO WS-CAMPAIGN-IN.
    IF WS-CAMPAIGN-IN = SPACES
        MOVE WS-OPEN-CAMPAIGN TO WS-CAMPAIGN-IN
    END-IF.
    IF WS-CAMPAIGN-IN = SPACES
        DISPLAY "No campaign is open - name the campaign."
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O CAMPAIGN-FILE.
    IF WS-CAMP-STATUS NOT = "00"
        DISPLAY "reccamp.dat not found - no campaign has run."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CAMPAIGN-IN TO RCC-CAMPAIGN-ID.
    READ CAMPAIGN-FILE
        INVALID KEY
            DISPLAY "Campaign " WS-CAMPAIGN-IN " not found."
            CLOSE CAMPAIGN-FILE
            EXIT PARAGRAPH
    END-READ.

    OPEN OUTPUT REPORT-FILE.
    MOVE "ACCESS RECERT" TO RRG-REPORT-NAME.
    MOVE "recert.rpt" TO RRG-FILE-NAME.
    MOVE WS-SUPV-ID TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "CAMPAIGN " WS-CAMPAIGN-IN
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE RCC-CAMPAIGN-ID TO RPT-CAMPAIGN.
    MOVE RCC-DEADLINE TO RPT-DEADLINE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE RCC-OPENED-ON TO RPT-OPENED-ON.
    MOVE RCC-OPENED-BY TO RPT-OPENED-BY.
    IF RCC-OPEN
        MOVE "OPEN" TO RPT-CAMP-STATUS
    ELSE
        MOVE "CLOSED" TO RPT-CAMP-STATUS
    END-IF.
    WRITE REPORT-LINE FROM RPT-OWNER-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    MOVE ZERO TO WS-ITEM-COUNT WS-CERT-COUNT WS-REVOKE-COUNT
        WS-PEND-COUNT WS-ESC-COUNT.
    OPEN INPUT ITEM-FILE.
    IF WS-ITEM-STATUS = "00"
        MOVE WS-CAMPAIGN-IN TO RCI-CAMPAIGN-ID
        MOVE ZERO TO RCI-SEQ
        START ITEM-FILE KEY IS NOT LESS THAN RCI-KEY
            INVALID KEY
                MOVE "10" TO WS-ITEM-STATUS
        END-START
        PERFORM UNTIL WS-ITEM-STATUS NOT = "00"
            READ ITEM-FILE NEXT RECORD
                AT END
                    EXIT PERFORM
            END-READ
            IF RCI-CAMPAIGN-ID NOT = WS-CAMPAIGN-IN
                EXIT PERFORM
            END-IF
            PERFORM WRITE-ITEM-LINE
        END-PERFORM
        CLOSE ITEM-FILE
    END-IF.
    PERFORM WRITE-CAMPAIGN-TOTALS.

*> Nothing left pending closes the campaign, so the next one can
*> be opened.
    IF RCC-OPEN AND WS-PEND-COUNT = ZERO
        SET RCC-CLOSED TO TRUE
        MOVE WS-RUN-DATE TO RCC-CLOSED-ON
        REWRITE RECERT-CAMPAIGN-RECORD
        MOVE SPACES TO REPORT-LINE
        STRING "CAMPAIGN COMPLETE - closed " WS-RUN-DATE
            " by " WS-SUPV-ID
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        IF RCC-OPEN
            MOVE SPACES TO REPORT-LINE
            STRING "CAMPAIGN INCOMPLETE - " WS-PEND-COUNT
                " item(s) still pending"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-IF.
    CLOSE CAMPAIGN-FILE.
    CLOSE REPORT-FILE.

    MOVE WS-ITEM-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
    DISPLAY "Recertification report written to recert.rpt - "
        WS-ITEM-COUNT " item(s), " WS-PEND-COUNT " pending.".

WRITE-ITEM-LINE.
    ADD 1 TO WS-ITEM-COUNT.
    EVALUATE TRUE
        WHEN RCI-CERTIFIED
            MOVE "CERTIFIED" TO WS-STATUS-TEXT
            ADD 1 TO WS-CERT-COUNT
        WHEN RCI-REVOKED
            MOVE "REVOKED" TO WS-STATUS-TEXT
            ADD 1 TO WS-REVOKE-COUNT
        WHEN OTHER
            MOVE "PENDING" TO WS-STATUS-TEXT
            ADD 1 TO WS-PEND-COUNT
    END-EVALUATE.
    MOVE RCI-SEQ TO RPT-DET-SEQ.
    MOVE RCI-OPER-ID TO RPT-DET-OPER.
    MOVE RCI-FUNCTION TO RPT-DET-FUNC.
    MOVE RCI-REVIEWER TO RPT-DET-REVIEWER.
    MOVE WS-STATUS-TEXT TO RPT-DET-OUTCOME.
    MOVE RCI-DECIDED-BY TO RPT-DET-DECIDED.
    IF RCI-DECIDED-ON = ZERO
        MOVE SPACES TO RPT-DET-ON
    ELSE
        MOVE RCI-DECIDED-ON TO RPT-DET-ON
    END-IF.
    MOVE SPACES TO RPT-DET-ESC.
    IF RCI-IS-ESCALATED
        ADD 1 TO WS-ESC-COUNT
        MOVE RCI-ORIG-REVIEWER TO RPT-DET-ESC
    END-IF.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

WRITE-CAMPAIGN-TOTALS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Items in campaign     : " TO RPT-TOT-LABEL.
    MOVE WS-ITEM-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Certified             : " TO RPT-TOT-LABEL.
    MOVE WS-CERT-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Revoked               : " TO RPT-TOT-LABEL.
    MOVE WS-REVOKE-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Still pending         : " TO RPT-TOT-LABEL.
    MOVE WS-PEND-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Escalated             : " TO RPT-TOT-LABEL.
    MOVE WS-ESC-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
