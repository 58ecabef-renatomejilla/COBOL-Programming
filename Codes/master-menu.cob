      *              employees, reports, utilities), dispatches each
      *              selection with CALL and returns here when the
      *              function ends. New clerks no longer need a crib
      *              sheet of program names. Each sign-on opens a
      *              session in sessions.dat (SESSCTL): a second
      *              concurrent sign-on for the same operator is
      *              refused unless a supervisor ends the first, and
      *              a session idle past SESSION-IDLE-MINUTES is ended
      *              at its next selection with its locks released.
      *              The password expiry warning is also queued to
      *              the operator as a PWDAGE email through NOTIFY,
      *              once a day.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MASTER-MENU.
       01  OPER-STATUS      PIC XX.
       COPY FUNCAUTH.
       COPY SIGNON.
       COPY BRSCOPE.
       COPY SESSCTL.
       COPY SECLOG.
       COPY DATESRV.
       01  WS-PWD-CODED     PIC X(10).
       01  WS-NEW-PW-CODED  PIC X(10).
       01  WS-PWD-OK        PIC X.
       01  WS-PWD-DAYS      PIC S9(5).
       01  WS-PWD-DAYS-OUT  PIC Z9.
       COPY NOTIFY.
       01  WS-TODAY-NUM     PIC 9(8).
       01  WS-HIST-IDX      PIC 9.
       01  WS-OPER-LEVEL    PIC 9.
       01  ACK-STATUS       PIC XX.
       01  WS-MOTD-SHOWN    PIC 9(3).
       01  WS-ACK-ANSWER    PIC X.
       01  WS-SESSION-TS    PIC X(14).
       01  WS-SESSION-LIVE  PIC X VALUE "N".
       01  WS-OVERRIDE-OK   PIC X.
       01  WS-SUPV-ID-IN    PIC X(8).
       01  WS-SUPV-PW-IN    PIC X(10).

       SCREEN SECTION.
       01  WS-SIGNON-SCREEN.
           05 LINE 24 COL 48 VALUE "55 Checks".
           05 LINE 24 COL 62 VALUE "56 SQLite Demo".

      * Second menu page: the suite outgrew one screen. "00" steps
      * through the pages; the selection codes stay unique across
      * all of them, so DISPATCH-SELECTION does not care which page
      * was showing.
       01  WS-MENU-SCREEN-2.
           05 BLANK SCREEN.
           05 LINE 1 COL 5 VALUE
           05 LINE 1 COL 60 VALUE "Oper: ".
           05 LINE 1 COL 66 FROM WS-OPERATOR-ID.
           05 LINE 2 COL 5 VALUE "99 Exit".
           05 LINE 2 COL 13 VALUE "00 More".
           05 LINE 2 COL 22 VALUE "Selection:".
           05 LINE 2 COL 33 PIC XX TO WS-SELECTION.
           05 LINE 3 COL 4 VALUE "SECURITY / CONTROL".
           05 LINE 11 COL 56 VALUE "94 Check Control".
           05 LINE 12 COL 56 VALUE "95 13th Month Run".
           05 LINE 13 COL 56 VALUE "96 Bureau Ack Match".
           05 LINE 14 COL 56 VALUE "09 Statutory Remittance".
           05 LINE 15 COL 56 VALUE "16 Tax Annualization".
           05 LINE 16 COL 56 VALUE "17 Loans and Advances".
           05 LINE 17 COL 56 VALUE "18 Outstanding Loans".
           05 LINE 18 COL 56 VALUE "19 Earnings/Allowances".
           05 LINE 19 COL 56 VALUE "28 Overtime Authority".
           05 LINE 20 COL 56 VALUE "29 Premium Pay Run".

      * Third page: the two-digit numbers ran out, so its codes are a
      * letter and a digit.
       01  WS-MENU-SCREEN-3.
           05 BLANK SCREEN.
           05 LINE 1 COL 5 VALUE
               "================ MASTER MENU (3) ==================".
           05 LINE 1 COL 60 VALUE "Oper: ".
           05 LINE 1 COL 66 FROM WS-OPERATOR-ID.
           05 LINE 2 COL 5 VALUE "99 Exit".
           05 LINE 2 COL 13 VALUE "00 More".
           05 LINE 2 COL 22 VALUE "Selection:".
           05 LINE 2 COL 33 PIC XX TO WS-SELECTION.
           05 LINE 3 COL 4 VALUE "TIME AND ATTENDANCE".
           05 LINE 4 COL 4 VALUE "A1 Shifts and Schedules".
           05 LINE 5 COL 4 VALUE "A2 Absence Reconciliation".
           05 LINE 6 COL 4 VALUE "A3 Attendance Corrections".
           05 LINE 7 COL 4 VALUE "A4 Approve Corrections".
           05 LINE 8 COL 4 VALUE "A5 Corrections by Branch".
           05 LINE 9 COL 4 VALUE "A6 Leave Types".
           05 LINE 10 COL 4 VALUE "A7 Leave Year-End Close".
           05 LINE 11 COL 4 VALUE "A8 Leave Filing Screen".
           05 LINE 12 COL 4 VALUE "A9 Minimum Staffing".
           05 LINE 13 COL 4 VALUE "B1 Leave Coverage".
           05 LINE 15 COL 4 VALUE "SEPARATION".
           05 LINE 16 COL 4 VALUE "B2 Final Pay".
           05 LINE 17 COL 4 VALUE "B3 Company Property".
           05 LINE 18 COL 4 VALUE "B4 Separation Clearance".
           05 LINE 20 COL 4 VALUE "INTERFACES".
           05 LINE 21 COL 4 VALUE "E2 Feed Subscribers".
           05 LINE 22 COL 4 VALUE "E3 Employee Change Feed".
           05 LINE 3 COL 30 VALUE "PAYROLL CONTROL".
           05 LINE 4 COL 30 VALUE "B5 Retroactive Pay".
           05 LINE 5 COL 30 VALUE "B6 Payroll Variance".
           05 LINE 6 COL 30 VALUE "B7 Off-Cycle Pay/Reversal".
           05 LINE 7 COL 30 VALUE "B8 GL Account Mapping".
           05 LINE 8 COL 30 VALUE "B9 GL Journal Interface".
           05 LINE 9 COL 30 VALUE "C1 Stale Check Run".
           05 LINE 10 COL 30 VALUE "C2 Bank Credit Returns".
           05 LINE 11 COL 30 VALUE "C3 Pay Currency Contracts".
           05 LINE 13 COL 30 VALUE "EMPLOYEE RECORDS".
           05 LINE 14 COL 30 VALUE "C4 Government IDs".
           05 LINE 15 COL 30 VALUE "C5 Missing Government IDs".
           05 LINE 16 COL 30 VALUE "E1 Master As Of a Date".
           05 LINE 17 COL 30 VALUE "BENEFITS".
           05 LINE 18 COL 30 VALUE "C6 HMO Plan Rates".
           05 LINE 19 COL 30 VALUE "C7 HMO Enrollment".
           05 LINE 20 COL 30 VALUE "C8 HMO Billing Recon".
           05 LINE 21 COL 30 VALUE "C9 HMO Dependent Age-Out".
           05 LINE 3 COL 56 VALUE "ORGANIZATION".
           05 LINE 4 COL 56 VALUE "D1 Org Chart and Span".
           05 LINE 5 COL 56 VALUE "D2 Probation/Contract Due".
           05 LINE 7 COL 56 VALUE "COMPENSATION".
           05 LINE 8 COL 56 VALUE "D3 Appraisal Form Load".
           05 LINE 9 COL 56 VALUE "D4 Missing Appraisals".
           05 LINE 10 COL 56 VALUE "D5 Merit Matrix".
           05 LINE 11 COL 56 VALUE "D6 Compa-Ratio Analysis".
           05 LINE 13 COL 56 VALUE "STAFFING".
           05 LINE 14 COL 56 VALUE "D7 Manpower Requisitions".
           05 LINE 15 COL 56 VALUE "D8 Requisition Ageing".
           05 LINE 17 COL 56 VALUE "TRAINING".
           05 LINE 18 COL 56 VALUE "D9 Training Sessions".
           05 LINE 20 COL 56 VALUE "BULK CHANGES".
           05 LINE 21 COL 56 VALUE "E4 Mass Update".
           05 LINE 22 COL 56 VALUE "E5 Name Cleanse".

       01  WS-MENU-SCREEN-4.
           05 BLANK SCREEN.
           05 LINE 1 COL 5 VALUE
               "================ MASTER MENU (4) ==================".
           05 LINE 1 COL 60 VALUE "Oper: ".
           05 LINE 1 COL 66 FROM WS-OPERATOR-ID.
           05 LINE 2 COL 5 VALUE "99 Exit".
           05 LINE 2 COL 13 VALUE "00 First".
           05 LINE 2 COL 22 VALUE "Selection:".
           05 LINE 2 COL 33 PIC XX TO WS-SELECTION.
           05 LINE 3 COL 4 VALUE "DATA QUALITY".
           05 LINE 4 COL 4 VALUE "E6 Profile Scorecard".
           05 LINE 6 COL 4 VALUE "MANAGEMENT".
           05 LINE 7 COL 4 VALUE "G4 Monthly HR Pack".
           05 LINE 8 COL 4 VALUE "G5 Auditor Sample".
           05 LINE 9 COL 4 VALUE "G6 Salary Cost Scenarios".
           05 LINE 11 COL 4 VALUE "SAFETY".
           05 LINE 12 COL 4 VALUE "G7 Emergency Roll-Call".
           05 LINE 13 COL 4 VALUE "G8 Visitor Log".
           05 LINE 3 COL 30 VALUE "SECURITY".
           05 LINE 4 COL 30 VALUE "E7 Branch Access Scope".
           05 LINE 5 COL 30 VALUE "E8 Active Sessions".
           05 LINE 6 COL 30 VALUE "E9 Access Recertification".
           05 LINE 7 COL 30 VALUE "F1 SoD Conflict Rules".
           05 LINE 8 COL 30 VALUE "F2 SoD Violation Report".
           05 LINE 3 COL 56 VALUE "PAYROLL CONTROL".
           05 LINE 4 COL 56 VALUE "F3 Bank Change Report".
           05 LINE 5 COL 56 VALUE "G1 Payroll Calendar".
           05 LINE 6 COL 56 VALUE "NOTIFICATIONS".
           05 LINE 7 COL 56 VALUE "F4 Notification Dispatch".
           05 LINE 8 COL 56 VALUE "F5 Notification Report".
           05 LINE 9 COL 56 VALUE "F6 Notification Set-up".
           05 LINE 11 COL 56 VALUE "BATCH SCHEDULE".
           05 LINE 12 COL 56 VALUE "F7 Job Schedule Set-up".
           05 LINE 13 COL 56 VALUE "F8 Nightly Job Run".
           05 LINE 14 COL 56 VALUE "F9 Job Forecast".
           05 LINE 16 COL 56 VALUE "WAREHOUSE QUERIES".
           05 LINE 17 COL 56 VALUE "G2 Query Definitions".
           05 LINE 18 COL 56 VALUE "G3 Run Saved Query".

       PROCEDURE DIVISION.
       MAIN-PARA.
               CLOSE OPER-FILE
               STOP RUN
           END-IF
           PERFORM START-MENU-SESSION
           IF WS-SESSION-LIVE NOT = "Y"
               DISPLAY "Sign-on refused - " WS-OPERATOR-ID
                   " already has an active session. Program ends."
               CLOSE OPER-FILE
               STOP RUN
           END-IF
           CLOSE OPER-FILE
           PERFORM LOAD-BRANCH-SCOPE

           PERFORM SHOW-BROADCAST-MESSAGES

           PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
               EVALUATE WS-MENU-PAGE
                   WHEN 1
                       DISPLAY WS-MENU-SCREEN
                       ACCEPT WS-MENU-SCREEN
                   WHEN 2
                       DISPLAY WS-MENU-SCREEN-2
                       ACCEPT WS-MENU-SCREEN-2
                   WHEN 3
                       DISPLAY WS-MENU-SCREEN-3
                       ACCEPT WS-MENU-SCREEN-3
                   WHEN OTHER
                       DISPLAY WS-MENU-SCREEN-4
                       ACCEPT WS-MENU-SCREEN-4
               END-EVALUATE
               PERFORM TOUCH-MENU-SESSION
               IF WS-SESSION-LIVE = "Y"
                   PERFORM DISPATCH-SELECTION
               ELSE
                   MOVE "N" TO WS-CONTINUE-LOOP
               END-IF
           END-PERFORM

           IF WS-SESSION-LIVE = "Y"
               PERFORM END-MENU-SESSION
           END-IF
           DISPLAY "Suite session ended. Goodbye " WS-OPERATOR-ID
               "."
           STOP RUN.
      * same function can be taken twice in one menu session.
       DISPATCH-SELECTION.
           MOVE SPACES TO WS-CALL-NAME
           MOVE FUNCTION UPPER-CASE(WS-SELECTION) TO WS-SELECTION
           EVALUATE WS-SELECTION
               WHEN "00"
                   IF WS-MENU-PAGE < 4
                       ADD 1 TO WS-MENU-PAGE
                   ELSE
                       MOVE 1 TO WS-MENU-PAGE
                   END-IF
                   MOVE "OPS-DW-LOAD" TO WS-CALL-NAME
               WHEN "08"
                   MOVE "WS-MOTD-MAINT" TO WS-CALL-NAME
               WHEN "09"
                   MOVE "WS-REMIT-REPORT" TO WS-CALL-NAME
               WHEN "16"
                   MOVE "WS-TAX-ANNUAL" TO WS-CALL-NAME
               WHEN "17"
                   MOVE "WS-LOAN-MAINT" TO WS-CALL-NAME
               WHEN "18"
                   MOVE "WS-LOAN-REPORT" TO WS-CALL-NAME
               WHEN "19"
                   MOVE "WS-EARN-MAINT" TO WS-CALL-NAME
               WHEN "28"
                   MOVE "WS-OT-AUTH" TO WS-CALL-NAME
               WHEN "29"
                   MOVE "WS-PREMIUM-PAY" TO WS-CALL-NAME
               WHEN "A1"
                   MOVE "WS-SHIFT-MAINT" TO WS-CALL-NAME
               WHEN "A2"
                   MOVE "WS-ABSENCE-RECON" TO WS-CALL-NAME
               WHEN "A3"
                   MOVE "WS-ATTEND-CORR" TO WS-CALL-NAME
               WHEN "A4"
                   MOVE "WS-CORR-APPROVE" TO WS-CALL-NAME
               WHEN "A5"
                   MOVE "WS-CORR-REPORT" TO WS-CALL-NAME
               WHEN "A6"
                   MOVE "WS-LEAVE-TYPE-MAINT" TO WS-CALL-NAME
               WHEN "A7"
                   MOVE "WS-LEAVE-YEAREND" TO WS-CALL-NAME
               WHEN "A8"
                   MOVE "WS-LEAVE-FILE" TO WS-CALL-NAME
               WHEN "A9"
                   MOVE "WS-MIN-STAFF-MAINT" TO WS-CALL-NAME
               WHEN "B1"
                   MOVE "WS-LEAVE-COVERAGE" TO WS-CALL-NAME
               WHEN "B2"
                   MOVE "WS-FINAL-PAY" TO WS-CALL-NAME
               WHEN "B3"
                   MOVE "WS-ASSET-MAINT" TO WS-CALL-NAME
               WHEN "B4"
                   MOVE "WS-CLEARANCE" TO WS-CALL-NAME
               WHEN "B5"
                   MOVE "WS-RETRO-PAY" TO WS-CALL-NAME
               WHEN "B6"
                   MOVE "WS-PAY-VARIANCE" TO WS-CALL-NAME
               WHEN "B7"
                   MOVE "WS-OFF-CYCLE" TO WS-CALL-NAME
               WHEN "B8"
                   MOVE "WS-GLMAP-MAINT" TO WS-CALL-NAME
               WHEN "B9"
                   MOVE "WS-GL-INTERFACE" TO WS-CALL-NAME
               WHEN "C1"
                   MOVE "CHECK-STALE" TO WS-CALL-NAME
               WHEN "C2"
                   MOVE "WS-BANK-RETURN" TO WS-CALL-NAME
               WHEN "C3"
                   MOVE "WS-PAYCUR-MAINT" TO WS-CALL-NAME
               WHEN "C4"
                   MOVE "WS-GOVID-MAINT" TO WS-CALL-NAME
               WHEN "C5"
                   MOVE "WS-GOVID-EXCEPT" TO WS-CALL-NAME
               WHEN "C6"
                   MOVE "WS-HMO-PLAN-MAINT" TO WS-CALL-NAME
               WHEN "C7"
                   MOVE "WS-HMO-ENROLL" TO WS-CALL-NAME
               WHEN "C8"
                   MOVE "WS-HMO-BILLING" TO WS-CALL-NAME
               WHEN "C9"
                   MOVE "WS-HMO-AGEOUT" TO WS-CALL-NAME
               WHEN "D1"
                   MOVE "WS-ORG-CHART" TO WS-CALL-NAME
               WHEN "D2"
                   MOVE "WS-EMP-TERMS-DUE" TO WS-CALL-NAME
               WHEN "D3"
                   MOVE "WS-APPRAISAL-LOAD" TO WS-CALL-NAME
               WHEN "D4"
                   MOVE "WS-APPRAISAL-MISSING" TO WS-CALL-NAME
               WHEN "D5"
                   MOVE "WS-MERIT-MAINT" TO WS-CALL-NAME
               WHEN "D6"
                   MOVE "WS-COMPA-RATIO" TO WS-CALL-NAME
               WHEN "D7"
                   MOVE "WS-REQN-MAINT" TO WS-CALL-NAME
               WHEN "D8"
                   MOVE "WS-REQN-AGEING" TO WS-CALL-NAME
               WHEN "D9"
                   MOVE "WS-TRAINING-MAINT" TO WS-CALL-NAME
               WHEN "E1"
                   MOVE "WS-EMP-ASOF" TO WS-CALL-NAME
               WHEN "E2"
                   MOVE "WS-FEED-SUB-MAINT" TO WS-CALL-NAME
               WHEN "E3"
                   MOVE "WS-CHANGE-FEED" TO WS-CALL-NAME
               WHEN "E4"
                   MOVE "WS-MASS-UPDATE" TO WS-CALL-NAME
               WHEN "E5"
                   MOVE "WS-NAME-CLEANSE" TO WS-CALL-NAME
               WHEN "E6"
                   MOVE "WS-PROFILE-SCORE" TO WS-CALL-NAME
               WHEN "E7"
                   MOVE "OPER-SCOPE-MAINT" TO WS-CALL-NAME
               WHEN "E8"
                   MOVE "SESSION-DISPLAY" TO WS-CALL-NAME
               WHEN "E9"
                   MOVE "WS-RECERT" TO WS-CALL-NAME
               WHEN "F1"
                   MOVE "SOD-RULE-MAINT" TO WS-CALL-NAME
               WHEN "F2"
                   MOVE "SOD-REPORT" TO WS-CALL-NAME
               WHEN "F3"
                   MOVE "WS-BANK-CHG-REPORT" TO WS-CALL-NAME
               WHEN "F4"
                   MOVE "NOTIFY-DISPATCH" TO WS-CALL-NAME
               WHEN "F5"
                   MOVE "NOTIFY-REPORT" TO WS-CALL-NAME
               WHEN "F6"
                   MOVE "NOTIFY-MAINT" TO WS-CALL-NAME
               WHEN "F7"
                   MOVE "JOB-SCHED-MAINT" TO WS-CALL-NAME
               WHEN "F8"
                   MOVE "JOB-SCHEDULER" TO WS-CALL-NAME
               WHEN "F9"
                   MOVE "JOB-FORECAST" TO WS-CALL-NAME
               WHEN "G1"
                   MOVE "WS-PAYCAL-MAINT" TO WS-CALL-NAME
               WHEN "G2"
                   MOVE "QUERY-MAINT" TO WS-CALL-NAME
               WHEN "G3"
                   MOVE "QUERY-RUN" TO WS-CALL-NAME
               WHEN "G4"
                   MOVE "WS-HR-PACK" TO WS-CALL-NAME
               WHEN "G5"
                   MOVE "WS-AUDIT-SAMPLE" TO WS-CALL-NAME
               WHEN "G6"
                   MOVE "WS-COST-SCENARIO" TO WS-CALL-NAME
               WHEN "G7"
                   MOVE "WS-ROLL-CALL" TO WS-CALL-NAME
               WHEN "G8"
                   MOVE "WS-VISITOR-LOG" TO WS-CALL-NAME
               WHEN "57"
                   MOVE "LOCK-DISPLAY" TO WS-CALL-NAME
               WHEN "58"
                               FUNCTION TRIM(WS-CALL-NAME)
                   END-CALL
                   CANCEL WS-CALL-NAME
                   PERFORM REFRESH-MENU-SESSION
               ELSE
                   DISPLAY "Selection " WS-SELECTION
                       " is not authorized for operator "
           MOVE ZERO TO FNA-MIN-LEVEL
           CALL "FUNCAUTH" USING FUNC-AUTH-AREA.

      * The operator's branch scope is loaded once at sign-on and
      * travels to every dispatched program in the sign-on context.
       LOAD-BRANCH-SCOPE.
           MOVE WS-OPERATOR-ID TO BSC-OPERATOR-ID
           SET BSC-LOAD TO TRUE
           CALL "BRSCOPE" USING BR-SCOPE-AREA
           MOVE BSC-SCOPE TO SGN-SCOPE.

      * One live session per operator. A second sign-on finds the
      * first on sessions.dat and is refused unless a supervisor
      * ends it here - a supervisor signing on may end their own.
       START-MENU-SESSION.
           MOVE "N" TO WS-SESSION-LIVE
           MOVE WS-OPERATOR-ID TO SSC-OPERATOR-ID
           MOVE WS-OPER-LEVEL TO SSC-OPER-LEVEL
           SET SSC-START TO TRUE
           CALL "SESSCTL" USING SESS-CTL-AREA
           IF SSC-IN-USE
               DISPLAY "Operator " WS-OPERATOR-ID " is already "
                   "signed on - since " SSC-HOLDER-SIGNON
                   ", last active " SSC-HOLDER-ACTIVE "."
               PERFORM APPROVE-SESSION-OVERRIDE
               IF WS-OVERRIDE-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OPERATOR-ID TO SSC-OPERATOR-ID
               SET SSC-FORCE-END TO TRUE
               CALL "SESSCTL" USING SESS-CTL-AREA
               DISPLAY "Earlier session ended - "
                   SSC-LOCKS-RELEASED " lock(s) released."
               MOVE WS-OPER-LEVEL TO SSC-OPER-LEVEL
               SET SSC-START TO TRUE
               CALL "SESSCTL" USING SESS-CTL-AREA
           END-IF
           IF SSC-OK
               MOVE SSC-SIGNON-TS TO WS-SESSION-TS
               MOVE "Y" TO WS-SESSION-LIVE
           END-IF.

       APPROVE-SESSION-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE-OK
           IF WS-OPER-LEVEL >= 2
               DISPLAY "End that session and continue here? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-ACK-ANSWER
               IF FUNCTION UPPER-CASE(WS-ACK-ANSWER) = "Y"
                   MOVE WS-OPERATOR-ID TO SSC-ACTING-OPER
                   MOVE "Y" TO WS-OVERRIDE-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "A supervisor may end that session. "
               "Supervisor Operator ID (blank to quit): "
               WITH NO ADVANCING
           ACCEPT WS-SUPV-ID-IN
           IF WS-SUPV-ID-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Supervisor Password   : " WITH NO ADVANCING
           ACCEPT WS-SUPV-PW-IN
           MOVE FUNCTION UPPER-CASE(WS-SUPV-ID-IN) TO OPER-ID
           CALL "PWDCODE" USING WS-SUPV-PW-IN WS-PWD-CODED
           READ OPER-FILE
               INVALID KEY
                   DISPLAY "Supervisor approval failed."
               NOT INVALID KEY
                   IF OPER-PASSWORD = WS-PWD-CODED
                           AND OPER-LEVEL >= 2
                           AND NOT OPER-IS-LOCKED
                       MOVE OPER-ID TO SSC-ACTING-OPER
                       MOVE "Y" TO WS-OVERRIDE-OK
                   ELSE
                       DISPLAY "Supervisor approval failed."
                   END-IF
           END-READ.

      * Every selection is menu activity. A session idle past the
      * timeout, or ended by a supervisor meanwhile, goes no further.
       TOUCH-MENU-SESSION.
           MOVE WS-OPERATOR-ID TO SSC-OPERATOR-ID
           MOVE WS-SESSION-TS TO SSC-SIGNON-TS
           MOVE WS-SELECTION TO SSC-SELECTION
           SET SSC-TOUCH TO TRUE
           CALL "SESSCTL" USING SESS-CTL-AREA
           PERFORM CHECK-SESSION-RESULT.

      * Time spent inside a function is activity, not idleness.
       REFRESH-MENU-SESSION.
           MOVE WS-OPERATOR-ID TO SSC-OPERATOR-ID
           MOVE WS-SESSION-TS TO SSC-SIGNON-TS
           MOVE SPACES TO SSC-SELECTION
           SET SSC-REFRESH TO TRUE
           CALL "SESSCTL" USING SESS-CTL-AREA
           PERFORM CHECK-SESSION-RESULT
           IF WS-SESSION-LIVE NOT = "Y"
               MOVE "N" TO WS-CONTINUE-LOOP
           END-IF.

       CHECK-SESSION-RESULT.
           EVALUATE TRUE
               WHEN SSC-TIMED-OUT
                   MOVE "N" TO WS-SESSION-LIVE
                   DISPLAY "Session ended after more than "
                       SSC-IDLE-MINUTES " idle minute(s) - "
                       SSC-LOCKS-RELEASED " lock(s) released. "
                       "Please sign on again."
               WHEN SSC-GONE
                   MOVE "N" TO WS-SESSION-LIVE
                   DISPLAY "This session was ended by a supervisor. "
                       "Please sign on again."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       END-MENU-SESSION.
           MOVE WS-OPERATOR-ID TO SSC-OPERATOR-ID
           MOVE WS-SESSION-TS TO SSC-SIGNON-TS
           SET SSC-END TO TRUE
           CALL "SESSCTL" USING SESS-CTL-AREA
           MOVE "N" TO WS-SESSION-LIVE.

      * Every unexpired broadcast targeting this operator (or ALL)
      * shows before the menu; urgent ones hold the screen until
      * acknowledged, and the acknowledgment is logged. "Do not run
                   COMPUTE WS-PWD-DAYS = 90 - WS-PWD-DAYS
                   DISPLAY "NOTE: your password expires in "
                       WS-PWD-DAYS " day(s)."
                   PERFORM QUEUE-PASSWORD-REMINDER
               END-IF
           END-IF.

       QUEUE-PASSWORD-REMINDER.
           MOVE SPACES TO NOTIFY-AREA
           SET NTF-TO-OPERATOR TO TRUE
           MOVE OPER-ID TO NTF-RECIPIENT-ID
           SET NTF-BY-EMAIL TO TRUE
           MOVE "PWDAGE" TO NTF-TEMPLATE
           MOVE OPER-ID TO NTF-FIELD(1)
           MOVE WS-PWD-DAYS TO WS-PWD-DAYS-OUT
           MOVE FUNCTION TRIM(WS-PWD-DAYS-OUT) TO NTF-FIELD(2)
           MOVE "MENU" TO NTF-SOURCE
           MOVE "Y" TO NTF-ONCE-A-DAY
           CALL "NOTIFY" USING NOTIFY-AREA.

       FORCE-PASSWORD-CHANGE.
           MOVE "N" TO WS-PWD-OK
           PERFORM UNTIL WS-PWD-OK = "Y"
