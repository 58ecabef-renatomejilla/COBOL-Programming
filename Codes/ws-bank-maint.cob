*>              Add or change an account (employee checked against
*>              the master, bank code against the list, account
*>              number required), show one, remove one, and list
*>              the banks. Saving the account of an employee
*>              suspended after a bank return records the
*>              correction and lifts the suspension.
*>              A new or changed account is the way a salary gets
*>              redirected, so it is held: the change is logged to
*>              bankchg.dat with the account before and after and
*>              the operator, a notice goes to the employee's
*>              branch (bankchg-<branch>.rpt), and the employee is
*>              paid by check until a different operator verifies
*>              the change here and the BANK-COOLING-DAYS sysparm
*>              (3 days when not set) has passed since it was
*>              made. Removing an account is logged and noticed
*>              the same way. Only employees of the branches in the
*>              operator's access scope (operscope.dat, through
*>              BRSCOPE) can have an account added, changed, shown,
*>              removed or verified - any other is refused and the
*>              refusal logged to empaccess.log - and the changes
*>              awaiting verification are listed for those branches
*>              only.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-BANK-MAINT.
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT CHANGE-FILE ASSIGN TO "bankchg.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHANGE-STATUS.

        SELECT CHANGE-WORK-FILE ASSIGN TO "bankchg.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHANGE-WORK-STATUS.

        SELECT NOTICE-FILE ASSIGN USING WS-NOTICE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTICE-STATUS.

        SELECT OPER-FILE ASSIGN TO "opersec.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OPER-ID
            FILE STATUS IS WS-OPER-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD BANK-FILE.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD CHANGE-FILE.
    COPY BANKCHG.

    FD CHANGE-WORK-FILE.
    01 CHANGE-WORK-RECORD   PIC X(107).

    FD NOTICE-FILE.
    01 NOTICE-LINE          PIC X(90).

    FD OPER-FILE.
    COPY OPERREC.

    WORKING-STORAGE SECTION.
    01 WS-BANK-STATUS       PIC XX.
    01 WS-BANKREF-STATUS    PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-EMP-KNOWN         PIC X.
    01 WS-BANK-IN           PIC X(4).
    01 WS-BANK-KNOWN        PIC X.
    01 WS-NEW-NAME          PIC X(30).
    01 WS-CONFIRM           PIC X.
    01 WS-LIST-COUNT        PIC 9(3).
    01 WS-WAS-SUSPENDED     PIC X.
    01 WS-CHANGE-STATUS     PIC XX.
    01 WS-CHANGE-WORK-STATUS PIC XX.
    01 WS-NOTICE-STATUS     PIC XX.
    01 WS-OPER-STATUS       PIC XX.
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-OPERATOR-ID       PIC X(8).
    COPY BRSCOPE.
    01 WS-OPER-OK           PIC X.
    01 WS-OPER-ID-IN        PIC X(8).
    01 WS-OPER-PW-IN        PIC X(10).
    01 WS-OPER-PW-CODED     PIC X(10).
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-COOLING-DAYS      PIC 9(3).
    01 WS-COOLING-END       PIC 9(8).
    01 WS-HAD-ACCOUNT       PIC X.
    01 WS-OLD-BANK          PIC X(4).
    01 WS-OLD-ACCOUNT       PIC X(16).
    01 WS-OLD-STATUS        PIC X.
    01 WS-OLD-CHANGE-DATE   PIC 9(8).
    01 WS-OLD-VERIFIED-BY   PIC X(8).
    01 WS-EMP-BRANCH        PIC X(15).
    01 WS-CHANGE-ACTION     PIC X.
    01 WS-NEXT-SEQ          PIC 9(6).
    01 WS-STAMP-SEQ         PIC 9(6).
    01 WS-STAMP-STATUS      PIC X.
    01 WS-PENDING-SEQ       PIC 9(6).
    01 WS-PENDING-BY        PIC X(8).
    01 WS-NOTICE-NAME       PIC X(30).
    01 WS-NAME-POS          PIC 99.
    01 WS-CHAR-IDX          PIC 99.
    01 WS-MASKED            PIC X(16).
    01 WS-MASK-IDX          PIC 99.
    COPY SYSPARM.

    01 NTC-TITLE-LINE.
        05 FILLER          PIC X(40)
            VALUE "NOTICE OF EMPLOYEE BANK ACCOUNT CHANGE  ".
        05 FILLER          PIC X(8)  VALUE "Branch: ".
        05 NTC-BRANCH      PIC X(15).
    01 NTC-TEXT-LINE       PIC X(90).
    01 NTC-ACCOUNT-LINE.
        05 NTC-ACC-LABEL   PIC X(14).
        05 NTC-ACC-BANK    PIC X(4).
        05 FILLER          PIC X     VALUE SPACE.
        05 NTC-ACC-NUMBER  PIC X(16).

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-OPERATOR-ID.
    IF WS-OPER-OK NOT = "Y"
        DISPLAY "Operator not verified. Program ends."
        GOBACK
    END-IF.
    PERFORM RESOLVE-BRANCH-SCOPE.

    MOVE 3 TO WS-COOLING-DAYS.
    MOVE "BANK-COOLING-DAYS" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y"
        MOVE SPM-NUMERIC TO WS-COOLING-DAYS
    END-IF.

    OPEN I-O BANK-FILE.
    IF WS-BANK-STATUS = "35"
        OPEN OUTPUT BANK-FILE
        DISPLAY "3 - Remove Account"
        DISPLAY "4 - List Banks"
        DISPLAY "5 - Add Bank to the List"
        DISPLAY "6 - Verify Account Change"
        DISPLAY "7 - List Changes Awaiting Verification"
        DISPLAY "8 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 5
                PERFORM ADD-BANK
            WHEN 6
                PERFORM VERIFY-ACCOUNT-CHANGE
            WHEN 7
                PERFORM LIST-PENDING-CHANGES
            WHEN 8
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
    DISPLAY "Bank account maintenance ended.".
GOBACK.

*> The change log names who made each change and who verified it,
*> so a standalone start proves its operator against opersec.dat
*> the way a menu sign-on does; a menu session is already proven.
RESOLVE-OPERATOR-ID.
    MOVE "N" TO WS-OPER-OK.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
            MOVE "Y" TO WS-OPER-OK
            EXIT PARAGRAPH
        END-IF
    END-IF.
    OPEN INPUT OPER-FILE.
    IF WS-OPER-STATUS NOT = "00"
        DISPLAY "Operator security file not available - bank "
            "account changes need a known operator."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Operator ID: " WITH NO ADVANCING.
    ACCEPT WS-OPER-ID-IN.
    DISPLAY "Password   : " WITH NO ADVANCING.
    ACCEPT WS-OPER-PW-IN.
    MOVE FUNCTION UPPER-CASE(WS-OPER-ID-IN) TO OPER-ID.
    CALL "PWDCODE" USING WS-OPER-PW-IN WS-OPER-PW-CODED.
    READ OPER-FILE
        INVALID KEY
            DISPLAY "Sign-on failed."
        NOT INVALID KEY
            IF OPER-PASSWORD = WS-OPER-PW-CODED
                    AND NOT OPER-IS-LOCKED
                MOVE OPER-ID TO WS-OPERATOR-ID
                MOVE "Y" TO WS-OPER-OK
            ELSE
                DISPLAY "Sign-on failed."
            END-IF
    END-READ.
    CLOSE OPER-FILE.

*> The branch scope travels in the sign-on context from the menu;
*> a standalone start loads it for the operator just named.
RESOLVE-BRANCH-SCOPE.
    MOVE WS-OPERATOR-ID TO BSC-OPERATOR-ID.
    MOVE "Y" TO BSC-LOG-REFUSAL.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-SCOPE TO BSC-SCOPE
            EXIT PARAGRAPH
        END-IF
    END-IF.
    SET BSC-LOAD TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.

CHECK-EMPLOYEE-SCOPE.
    MOVE EMP-ID TO BSC-EMP-ID.
    MOVE EMP-LOCATION TO BSC-BRANCH.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.
    IF BSC-IN-SCOPE NOT = "Y"
        DISPLAY "Employee " EMP-ID " is outside your branch "
            "scope - access refused."
    END-IF.

*> Show, remove and verify judge the employee's branch on the
*> master; an account left behind by someone no longer there can
*> still be looked at and cleared.
CHECK-LOOKUP-SCOPE.
    MOVE "Y" TO BSC-IN-SCOPE.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER INVALID KEY
        CONTINUE
    NOT INVALID KEY
        PERFORM CHECK-EMPLOYEE-SCOPE
    END-READ.

SEED-BANKREF-IF-MISSING.
    OPEN INPUT BANKREF-FILE.
    IF WS-BANKREF-STATUS = "35"
    DISPLAY "Employee ID       : " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE "N" TO WS-EMP-KNOWN.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER INVALID KEY
        DISPLAY "Employee not on the master."
    NOT INVALID KEY
        PERFORM CHECK-EMPLOYEE-SCOPE
        IF BSC-IN-SCOPE = "Y"
            MOVE "Y" TO WS-EMP-KNOWN
            DISPLAY "Employee: " EMP-NAME " " EMP-SURNAME
        END-IF
    END-READ.
    IF WS-EMP-KNOWN NOT = "Y"
        EXIT PARAGRAPH
        DISPLAY "Account number is required - not saved."
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-WAS-SUSPENDED.
    MOVE "N" TO WS-HAD-ACCOUNT.
    MOVE SPACES TO WS-OLD-BANK.
    MOVE SPACES TO WS-OLD-ACCOUNT.
    MOVE SPACE TO WS-OLD-STATUS.
    MOVE ZERO TO WS-OLD-CHANGE-DATE.
    MOVE SPACES TO WS-OLD-VERIFIED-BY.
    MOVE WS-LOOKUP-ID TO EBK-EMP-ID.
    READ BANK-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO WS-HAD-ACCOUNT
            MOVE EBK-BANK-CODE TO WS-OLD-BANK
            MOVE EBK-ACCOUNT TO WS-OLD-ACCOUNT
            MOVE EBK-STATUS TO WS-OLD-STATUS
            MOVE EBK-CHANGE-DATE TO WS-OLD-CHANGE-DATE
            MOVE EBK-VERIFIED-BY TO WS-OLD-VERIFIED-BY
            IF EBK-SUSPENDED
                MOVE "Y" TO WS-WAS-SUSPENDED
            END-IF
    END-READ.
    MOVE WS-LOOKUP-ID TO EBK-EMP-ID.
    MOVE WS-BANK-IN TO EBK-BANK-CODE.
    MOVE WS-ACCOUNT-IN TO EBK-ACCOUNT.
    MOVE ZERO TO EBK-SUSPEND-DATE.
    MOVE SPACES TO EBK-SUSPEND-REASON.
*> Saving the account already on file changes nothing about where
*> the pay goes, so any hold already running stays as it was.
    IF WS-HAD-ACCOUNT = "Y" AND WS-BANK-IN = WS-OLD-BANK
            AND WS-ACCOUNT-IN = WS-OLD-ACCOUNT
        IF WS-WAS-SUSPENDED = "Y"
            MOVE SPACE TO EBK-STATUS
        ELSE
            MOVE WS-OLD-STATUS TO EBK-STATUS
        END-IF
        MOVE WS-OLD-CHANGE-DATE TO EBK-CHANGE-DATE
        MOVE WS-OLD-VERIFIED-BY TO EBK-VERIFIED-BY
        IF WS-WAS-SUSPENDED = "Y"
            DISPLAY "Suspension after a bank return lifted."
        END-IF
        REWRITE EMP-BANK-RECORD
        DISPLAY "Account unchanged."
        EXIT PARAGRAPH
    END-IF.
    SET EBK-CHANGE-HELD TO TRUE.
    MOVE WS-RUN-DATE TO EBK-CHANGE-DATE.
    MOVE SPACES TO EBK-VERIFIED-BY.
    IF WS-WAS-SUSPENDED = "Y"
        DISPLAY "Suspension after a bank return lifted."
    END-IF.
    WRITE EMP-BANK-RECORD
        INVALID KEY
            REWRITE EMP-BANK-RECORD
            DISPLAY "Account replaced."
        NOT INVALID KEY
            DISPLAY "Account added."
    END-WRITE.
    IF WS-HAD-ACCOUNT = "Y"
        MOVE "C" TO WS-CHANGE-ACTION
    ELSE
        MOVE "A" TO WS-CHANGE-ACTION
    END-IF.
    PERFORM LOG-ACCOUNT-CHANGE.
    PERFORM WRITE-BRANCH-NOTICE.
    DISPLAY "The change is held: pay goes by check until another "
        "operator verifies it".
    DISPLAY "and " WS-COOLING-DAYS " day(s) have passed.".

SHOW-ACCOUNT.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-LOOKUP-SCOPE.
    IF BSC-IN-SCOPE NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO EBK-EMP-ID.
    READ BANK-FILE INVALID KEY
        DISPLAY "No account on file - this employee is paid "
    NOT INVALID KEY
        DISPLAY "Bank    : " EBK-BANK-CODE
        DISPLAY "Account : " EBK-ACCOUNT
        IF EBK-CHANGE-HELD
            DISPLAY "CHANGED " EBK-CHANGE-DATE
                " - awaiting verification, paid by check."
        END-IF
        IF EBK-CHANGE-VERIFIED
            DISPLAY "CHANGED " EBK-CHANGE-DATE " - verified by "
                EBK-VERIFIED-BY
        END-IF
        IF EBK-SUSPENDED
            DISPLAY "SUSPENDED " EBK-SUSPEND-DATE " - "
                FUNCTION TRIM(EBK-SUSPEND-REASON)
            DISPLAY "Paid by check until the account is corrected."
        END-IF
    END-READ.

REMOVE-ACCOUNT.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-LOOKUP-SCOPE.
    IF BSC-IN-SCOPE NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO EBK-EMP-ID.
    READ BANK-FILE INVALID KEY
        DISPLAY "No account on file for " WS-LOOKUP-ID "."
            "(Y/N): " WITH NO ADVANCING
        ACCEPT WS-CONFIRM
        IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
            MOVE EBK-BANK-CODE TO WS-OLD-BANK
            MOVE EBK-ACCOUNT TO WS-OLD-ACCOUNT
            DELETE BANK-FILE RECORD
            DISPLAY "Account removed."
            MOVE SPACES TO WS-BANK-IN
            MOVE SPACES TO WS-ACCOUNT-IN
            MOVE "R" TO WS-CHANGE-ACTION
            PERFORM LOG-ACCOUNT-CHANGE
            PERFORM WRITE-BRANCH-NOTICE
        ELSE
            DISPLAY "No change made."
        END-IF
    WRITE BANKREF-RECORD.
    CLOSE BANKREF-FILE.
    DISPLAY "Bank " WS-NEW-CODE " added.".

*> A change waiting on verification that is changed again is
*> superseded - the new account is what has to be verified now.
LOG-ACCOUNT-CHANGE.
    MOVE ZERO TO WS-STAMP-SEQ.
    MOVE "X" TO WS-STAMP-STATUS.
    PERFORM STAMP-CHANGE-LOG.
    PERFORM FIND-NEXT-SEQ.
    PERFORM FIND-EMPLOYEE-BRANCH.
    OPEN EXTEND CHANGE-FILE.
    IF WS-CHANGE-STATUS = "35"
        OPEN OUTPUT CHANGE-FILE
    END-IF.
    MOVE WS-NEXT-SEQ TO BKC-SEQ.
    MOVE FUNCTION CURRENT-DATE(1:14) TO BKC-TIMESTAMP.
    MOVE WS-LOOKUP-ID TO BKC-EMP-ID.
    MOVE WS-CHANGE-ACTION TO BKC-ACTION.
    MOVE WS-OLD-BANK TO BKC-OLD-BANK.
    MOVE WS-OLD-ACCOUNT TO BKC-OLD-ACCOUNT.
    MOVE WS-BANK-IN TO BKC-NEW-BANK.
    MOVE WS-ACCOUNT-IN TO BKC-NEW-ACCOUNT.
    MOVE WS-OPERATOR-ID TO BKC-CHANGED-BY.
    MOVE WS-EMP-BRANCH TO BKC-BRANCH.
    IF BKC-REMOVED
        SET BKC-NO-HOLD TO TRUE
    ELSE
        SET BKC-PENDING TO TRUE
    END-IF.
    MOVE SPACES TO BKC-VERIFIED-BY.
    MOVE ZERO TO BKC-VERIFIED-ON.
    WRITE BANK-CHANGE-RECORD.
    CLOSE CHANGE-FILE.

FIND-NEXT-SEQ.
    MOVE 1 TO WS-NEXT-SEQ.
    OPEN INPUT CHANGE-FILE.
    IF WS-CHANGE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-CHANGE-STATUS NOT = "00"
        READ CHANGE-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF BKC-SEQ >= WS-NEXT-SEQ
                    COMPUTE WS-NEXT-SEQ = BKC-SEQ + 1
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CHANGE-FILE.

FIND-EMPLOYEE-BRANCH.
    MOVE "UNASSIGNED" TO WS-EMP-BRANCH.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE SPACES TO EMP-NAME
            MOVE SPACES TO EMP-SURNAME
        NOT INVALID KEY
            IF EMP-LOCATION NOT = SPACES
                MOVE EMP-LOCATION TO WS-EMP-BRANCH
            END-IF
    END-READ.

*> The log is copied through a work file with the employee's
*> pending entries (or the one named by WS-STAMP-SEQ) stamped with
*> WS-STAMP-STATUS, then copied back.
STAMP-CHANGE-LOG.
    OPEN INPUT CHANGE-FILE.
    IF WS-CHANGE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT CHANGE-WORK-FILE.
    PERFORM UNTIL WS-CHANGE-STATUS NOT = "00"
        READ CHANGE-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF BKC-EMP-ID = WS-LOOKUP-ID AND BKC-PENDING
                AND (WS-STAMP-SEQ = ZERO OR BKC-SEQ = WS-STAMP-SEQ)
            MOVE WS-STAMP-STATUS TO BKC-STATUS
            IF BKC-VERIFIED
                MOVE WS-OPERATOR-ID TO BKC-VERIFIED-BY
                MOVE WS-RUN-DATE TO BKC-VERIFIED-ON
            END-IF
        END-IF
        WRITE CHANGE-WORK-RECORD FROM BANK-CHANGE-RECORD
    END-PERFORM.
    CLOSE CHANGE-FILE.
    CLOSE CHANGE-WORK-FILE.

    OPEN INPUT CHANGE-WORK-FILE.
    OPEN OUTPUT CHANGE-FILE.
    PERFORM UNTIL WS-CHANGE-WORK-STATUS NOT = "00"
        READ CHANGE-WORK-FILE
            AT END
                EXIT PERFORM
        END-READ
        WRITE BANK-CHANGE-RECORD FROM CHANGE-WORK-RECORD
    END-PERFORM.
    CLOSE CHANGE-WORK-FILE.
    CLOSE CHANGE-FILE.

*> The branch hears of every change to one of its people's pay
*> accounts, so an employee who did not ask for it can say so
*> before the money moves. Notices accumulate in the branch's
*> file, named for the branch as the stale-check notices are;
*> only the last four digits of an account are shown.
WRITE-BRANCH-NOTICE.
    PERFORM BUILD-NOTICE-NAME.
    OPEN EXTEND NOTICE-FILE.
    IF WS-NOTICE-STATUS = "35"
        OPEN OUTPUT NOTICE-FILE
    END-IF.
    MOVE WS-EMP-BRANCH TO NTC-BRANCH.
    WRITE NOTICE-LINE FROM NTC-TITLE-LINE.
    MOVE SPACES TO NTC-TEXT-LINE.
    STRING "Employee " WS-LOOKUP-ID " " EMP-NAME " " EMP-SURNAME
        DELIMITED BY SIZE INTO NTC-TEXT-LINE.
    WRITE NOTICE-LINE FROM NTC-TEXT-LINE.
    MOVE SPACES TO NTC-TEXT-LINE.
    STRING "Changed " WS-RUN-DATE " by operator " WS-OPERATOR-ID
        DELIMITED BY SIZE INTO NTC-TEXT-LINE.
    WRITE NOTICE-LINE FROM NTC-TEXT-LINE.
    MOVE "  Was      : " TO NTC-ACC-LABEL.
    MOVE WS-OLD-BANK TO NTC-ACC-BANK.
    MOVE WS-OLD-ACCOUNT TO WS-MASKED.
    PERFORM MASK-ACCOUNT.
    MOVE WS-MASKED TO NTC-ACC-NUMBER.
    IF WS-OLD-ACCOUNT = SPACES
        MOVE "(check)" TO NTC-ACC-NUMBER
    END-IF.
    WRITE NOTICE-LINE FROM NTC-ACCOUNT-LINE.
    MOVE "  Now      : " TO NTC-ACC-LABEL.
    MOVE WS-BANK-IN TO NTC-ACC-BANK.
    MOVE WS-ACCOUNT-IN TO WS-MASKED.
    PERFORM MASK-ACCOUNT.
    MOVE WS-MASKED TO NTC-ACC-NUMBER.
    IF WS-ACCOUNT-IN = SPACES
        MOVE "(check)" TO NTC-ACC-NUMBER
    END-IF.
    WRITE NOTICE-LINE FROM NTC-ACCOUNT-LINE.
    MOVE SPACES TO NTC-TEXT-LINE.
    IF WS-CHANGE-ACTION = "R"
        STRING "Pay goes by check from the next disbursement."
            DELIMITED BY SIZE INTO NTC-TEXT-LINE
    ELSE
        STRING "Pay goes by check until the change is verified "
            "and has stood " WS-COOLING-DAYS " day(s)."
            DELIMITED BY SIZE INTO NTC-TEXT-LINE
    END-IF.
    WRITE NOTICE-LINE FROM NTC-TEXT-LINE.
    MOVE SPACES TO NTC-TEXT-LINE.
    STRING "If the employee did not ask for this change, tell "
        "payroll at once."
        DELIMITED BY SIZE INTO NTC-TEXT-LINE.
    WRITE NOTICE-LINE FROM NTC-TEXT-LINE.
    MOVE SPACES TO NOTICE-LINE.
    WRITE NOTICE-LINE.
    CLOSE NOTICE-FILE.
    DISPLAY "Notice written to " WS-NOTICE-NAME.

BUILD-NOTICE-NAME.
    MOVE SPACES TO WS-NOTICE-NAME.
    MOVE 1 TO WS-NAME-POS.
    STRING "bankchg-" DELIMITED BY SIZE
        INTO WS-NOTICE-NAME WITH POINTER WS-NAME-POS.
    PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
            UNTIL WS-CHAR-IDX > 15
        IF WS-EMP-BRANCH(WS-CHAR-IDX:1) NOT = SPACE
            MOVE WS-EMP-BRANCH(WS-CHAR-IDX:1)
                TO WS-NOTICE-NAME(WS-NAME-POS:1)
            ADD 1 TO WS-NAME-POS
        END-IF
    END-PERFORM.
    STRING ".rpt" DELIMITED BY SIZE
        INTO WS-NOTICE-NAME WITH POINTER WS-NAME-POS.

*> Everything but the last four non-blank characters becomes "*".
MASK-ACCOUNT.
    MOVE 16 TO WS-MASK-IDX.
    PERFORM UNTIL WS-MASK-IDX = ZERO
            OR WS-MASKED(WS-MASK-IDX:1) NOT = SPACE
        SUBTRACT 1 FROM WS-MASK-IDX
    END-PERFORM.
    IF WS-MASK-IDX > 4
        SUBTRACT 4 FROM WS-MASK-IDX
    ELSE
        MOVE ZERO TO WS-MASK-IDX
    END-IF.
    PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
            UNTIL WS-CHAR-IDX > WS-MASK-IDX
        MOVE "*" TO WS-MASKED(WS-CHAR-IDX:1)
    END-PERFORM.

*> Verification is the second pair of eyes: the operator who made
*> the change cannot be the one who verifies it.
VERIFY-ACCOUNT-CHANGE.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-LOOKUP-SCOPE.
    IF BSC-IN-SCOPE NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO EBK-EMP-ID.
    READ BANK-FILE
        INVALID KEY
            DISPLAY "No account on file for " WS-LOOKUP-ID "."
            EXIT PARAGRAPH
    END-READ.
    IF NOT EBK-CHANGE-HELD
        DISPLAY "No account change awaiting verification for "
            WS-LOOKUP-ID "."
        EXIT PARAGRAPH
    END-IF.
    PERFORM FIND-PENDING-CHANGE.
    IF WS-PENDING-BY = WS-OPERATOR-ID
        DISPLAY "You made this change - another operator must "
            "verify it."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Changed on " EBK-CHANGE-DATE " by " WS-PENDING-BY.
    DISPLAY "  Was : " WS-OLD-BANK " " WS-OLD-ACCOUNT.
    DISPLAY "  Now : " EBK-BANK-CODE " " EBK-ACCOUNT.
    DISPLAY "Confirmed with the employee? (Y/N): "
        WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "Not verified - the account stays on hold. Correct "
            "or remove it if the employee did not ask for it."
        EXIT PARAGRAPH
    END-IF.
    SET EBK-CHANGE-VERIFIED TO TRUE.
    MOVE WS-OPERATOR-ID TO EBK-VERIFIED-BY.
    REWRITE EMP-BANK-RECORD.
    IF WS-PENDING-SEQ NOT = ZERO
        MOVE WS-PENDING-SEQ TO WS-STAMP-SEQ
        MOVE "V" TO WS-STAMP-STATUS
        PERFORM STAMP-CHANGE-LOG
    END-IF.
    COMPUTE WS-COOLING-END = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(EBK-CHANGE-DATE) + WS-COOLING-DAYS).
    DISPLAY "Change verified. Bank credit resumes with the first "
        "disbursement on or after " WS-COOLING-END ".".

*> The latest pending log entry for the employee.
FIND-PENDING-CHANGE.
    MOVE ZERO TO WS-PENDING-SEQ.
    MOVE SPACES TO WS-PENDING-BY.
    MOVE SPACES TO WS-OLD-BANK.
    MOVE SPACES TO WS-OLD-ACCOUNT.
    OPEN INPUT CHANGE-FILE.
    IF WS-CHANGE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-CHANGE-STATUS NOT = "00"
        READ CHANGE-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF BKC-EMP-ID = WS-LOOKUP-ID AND BKC-PENDING
                    MOVE BKC-SEQ TO WS-PENDING-SEQ
                    MOVE BKC-CHANGED-BY TO WS-PENDING-BY
                    MOVE BKC-OLD-BANK TO WS-OLD-BANK
                    MOVE BKC-OLD-ACCOUNT TO WS-OLD-ACCOUNT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CHANGE-FILE.

*> The list keeps to the operator's branches by the branch each
*> change was noticed to, without logging every entry passed over.
LIST-PENDING-CHANGES.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE "N" TO BSC-LOG-REFUSAL.
    OPEN INPUT CHANGE-FILE.
    IF WS-CHANGE-STATUS NOT = "00"
        DISPLAY "No account changes on file."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "SEQ    EMP-ID CHANGED        BY       NEW  BRANCH".
    PERFORM UNTIL WS-CHANGE-STATUS NOT = "00"
        READ CHANGE-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF BKC-PENDING
                    MOVE BKC-EMP-ID TO BSC-EMP-ID
                    MOVE BKC-BRANCH TO BSC-BRANCH
                    SET BSC-CHECK TO TRUE
                    CALL "BRSCOPE" USING BR-SCOPE-AREA
                END-IF
                IF BKC-PENDING AND BSC-IN-SCOPE = "Y"
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY BKC-SEQ " " BKC-EMP-ID " "
                        BKC-TIMESTAMP " " BKC-CHANGED-BY " "
                        BKC-NEW-BANK " " BKC-BRANCH
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CHANGE-FILE.
    MOVE "Y" TO BSC-LOG-REFUSAL.
    DISPLAY WS-LIST-COUNT " change(s) awaiting verification.".

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
