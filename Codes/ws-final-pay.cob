*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Final pay of a separated employee, once WS-EMP-MAINT
*>              has flipped EMP-STATUS to S with the separation
*>              date. For the one employee asked for it works out
*>              the salary for the calendar days of the separation
*>              month up to the separation date (nothing when that
*>              month's register already paid it), the pro-rata
*>              thirteenth month for the calendar year (days
*>              employed over the days in the year, as
*>              WS-13TH-MONTH prorates), and the unused vacation
*>              credits on leavebal.dat - sick credits too when
*>              sysparm FINAL-SICK-CASH is Y - at the daily rate
*>              (EMP-SALARY over WORK-DAYS-MONTH), every amount
*>              rounded through MONEY-SERVICES. PAYCALC takes the
*>              statutory deductions with the thirteenth month
*>              non-taxable, then the outstanding company loan and
*>              salary-advance balances come off what is left,
*>              oldest loan first, and each item of company
*>              property not yet returned (assets.dat) is offered
*>              as a deduction at its value. Posting writes
*>              finalpay.dat and the payhist.dat record under
*>              period 14 of the fiscal year of separation, held
*>              from disbursement, zeroes the converted leave
*>              credits (a $ entry on leavehist.dat), settles the
*>              loans (F entries on loanled.dat) and marks the
*>              property charged. Release to disbursement comes
*>              only once CLEARCHK reports the separation
*>              clearance (WS-CLEARANCE) complete. The
*>              final-pay statement with the quitclaim the employee
*>              signs prints to finalpay.prt, as a draft when the
*>              figures are only being reviewed, and reprints from
*>              finalpay.dat at any time.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-FINAL-PAY.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT FINAL-PAY-FILE ASSIGN TO "finalpay.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FPY-EMP-ID
            FILE STATUS IS WS-FINAL-STATUS.

        SELECT PAY-HISTORY ASSIGN TO "payhist.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-PAYHIST-STATUS.

        SELECT BALANCE-FILE ASSIGN TO "leavebal.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS LVB-EMP-ID
            FILE STATUS IS WS-BALANCE-STATUS.

        SELECT LOAN-FILE ASSIGN TO "loans.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LN-KEY
            FILE STATUS IS WS-LOAN-STATUS.

        SELECT ASSET-FILE ASSIGN TO "assets.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AST-KEY
            ALTERNATE RECORD KEY IS AST-TAG
                WITH DUPLICATES
            FILE STATUS IS WS-ASSET-STATUS.

        SELECT LEDGER-FILE ASSIGN TO "loanled.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEDGER-STATUS.

        SELECT HISTORY-FILE ASSIGN TO "leavehist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT STATEMENT-FILE ASSIGN TO "finalpay.prt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATEMENT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD FINAL-PAY-FILE.
    COPY FINALPAY.

    FD PAY-HISTORY.
    COPY PAYHIST.

    FD BALANCE-FILE.
    COPY LEAVEREC.

    FD LOAN-FILE.
    COPY LOANREC.

    FD ASSET-FILE.
    COPY ASSETREC.

    FD LEDGER-FILE.
    COPY LOANLED.

    FD HISTORY-FILE.
    COPY LEAVHIST.

    FD STATEMENT-FILE.
    01 STATEMENT-LINE       PIC X(80).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-FINAL-STATUS      PIC XX.
    01 WS-PAYHIST-STATUS    PIC XX.
    01 WS-BALANCE-STATUS    PIC XX.
    01 WS-LOAN-STATUS       PIC XX.
    01 WS-ASSET-STATUS      PIC XX.
    01 WS-LEDGER-STATUS     PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-STATEMENT-STATUS  PIC XX.
    01 WS-BALANCE-OPEN      PIC X VALUE "N".
    01 WS-LOANS-OPEN        PIC X VALUE "N".
    01 WS-ASSETS-OPEN       PIC X VALUE "N".
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-EMP-ID-IN         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-CONFIRM           PIC X.
    01 WS-POSTED            PIC X.
    01 WS-PERIOD-PAID       PIC X.
    01 WS-COMPANY-NAME      PIC X(20) VALUE SPACES.
    01 WS-MONTH-WORK-DAYS   PIC 99 VALUE 22.
    01 WS-SICK-CASH         PIC X VALUE "N".

    01 WS-SEP-DATE          PIC 9(8).
    01 WS-SEP-PARTS REDEFINES WS-SEP-DATE.
        05 WS-SEP-YYYY      PIC 9(4).
        05 WS-SEP-MM        PIC 99.
        05 WS-SEP-DD        PIC 99.
    01 WS-SEP-PERIOD        PIC 99.
    01 WS-MONTH-START       PIC 9(8).
    01 WS-NEXT-MONTH        PIC 9(8).
    01 WS-YEAR-START        PIC 9(8).
    01 WS-YEAR-END          PIC 9(8).
    01 WS-HIRE-NUM          PIC 9(8).
    01 WS-FROM-DATE         PIC 9(8).
    01 WS-LEAVE-DAYS        PIC 9(3)V99.
    01 WS-LOAN-LEFT         PIC 9(7)V99.
    01 WS-LOAN-TAKE         PIC 9(7)V99.
    01 WS-LOAN-REMAINING    PIC 9(7)V99.
    01 WS-NET-ROOM          PIC 9(7)V99.
    01 WS-PROP-COUNT        PIC 99.
    01 WS-PROP-IDX          PIC 99.
    01 WS-PROPERTY-TABLE.
        05 WS-PROP-ENTRY OCCURS 50 TIMES.
            10 WS-PROP-TAG      PIC X(12).
            10 WS-PROP-VALUE    PIC 9(7)V99.
            10 WS-PROP-CHARGE   PIC X.
    01 WS-LIST-COUNT        PIC 9(5).

    01 WS-AMT-DISP          PIC Z,ZZZ,ZZ9.99-.
    01 WS-DAYS-DISP         PIC ZZ9.99.
    01 WS-RATE-DISP         PIC Z,ZZZ,ZZ9.99.
    01 WS-STATUS-TEXT       PIC X(30).
    01 WS-REASON-TEXT       PIC X(16).

    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(31).
    COPY PAYCALC.
    COPY MONEYSRV.
    COPY DATESRV.
    COPY SYSPARM.
    COPY AMTWORDS.
    COPY CLEARCHK.

    01 PRT-AMOUNT-LINE.
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 PRT-AMT-LABEL   PIC X(50).
        05 PRT-AMT-VALUE   PIC Z,ZZZ,ZZ9.99-.
    01 PRT-RULE-LINE.
        05 FILLER          PIC X(54) VALUE SPACES.
        05 FILLER          PIC X(13) VALUE "-------------".

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SIGNON-AREA.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM RESOLVE-OPERATOR-ID.
    PERFORM LOAD-FINAL-PAY-RULES.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to settle."
        GOBACK
    END-IF.
    OPEN I-O FINAL-PAY-FILE.
    IF WS-FINAL-STATUS = "35"
        OPEN OUTPUT FINAL-PAY-FILE
        CLOSE FINAL-PAY-FILE
        OPEN I-O FINAL-PAY-FILE
    END-IF.
    OPEN I-O PAY-HISTORY.
    IF WS-PAYHIST-STATUS = "35"
        OPEN OUTPUT PAY-HISTORY
        CLOSE PAY-HISTORY
        OPEN I-O PAY-HISTORY
    END-IF.
    OPEN I-O BALANCE-FILE.
    IF WS-BALANCE-STATUS = "00"
        MOVE "Y" TO WS-BALANCE-OPEN
    END-IF.
    OPEN I-O LOAN-FILE.
    IF WS-LOAN-STATUS = "00"
        MOVE "Y" TO WS-LOANS-OPEN
    END-IF.
    OPEN I-O ASSET-FILE.
    IF WS-ASSET-STATUS = "00"
        MOVE "Y" TO WS-ASSETS-OPEN
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== FINAL PAY ===="
        DISPLAY "1 - Compute Final Pay"
        DISPLAY "2 - Release to Disbursement"
        DISPLAY "3 - Reprint Statement"
        DISPLAY "4 - List Final Pay"
        DISPLAY "5 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM COMPUTE-FINAL-PAY
            WHEN 2
                PERFORM RELEASE-FINAL-PAY
            WHEN 3
                PERFORM REPRINT-STATEMENT
            WHEN 4
                PERFORM LIST-FINAL-PAY
            WHEN 5
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE EMPLOYEE-MASTER.
    CLOSE FINAL-PAY-FILE.
    CLOSE PAY-HISTORY.
    IF WS-BALANCE-OPEN = "Y"
        CLOSE BALANCE-FILE
    END-IF.
    IF WS-LOANS-OPEN = "Y"
        CLOSE LOAN-FILE
    END-IF.
    IF WS-ASSETS-OPEN = "Y"
        CLOSE ASSET-FILE
    END-IF.
    DISPLAY "Final pay ended.".
GOBACK.

*> A menu session arrives with the verified identity in the
*> sign-on context; only a standalone start still prompts.
RESOLVE-OPERATOR-ID.
    SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE SPACES TO WS-OPERATOR-ID.
    PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
        DISPLAY "Operator ID: " WITH NO ADVANCING
        ACCEPT WS-OPERATOR-ID
    END-PERFORM.
    MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID.

LOAD-FINAL-PAY-RULES.
    MOVE "WORK-DAYS-MONTH" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
            AND SPM-NUMERIC < 32
        MOVE SPM-NUMERIC TO WS-MONTH-WORK-DAYS
    END-IF.
    MOVE "FINAL-SICK-CASH" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-VALUE(1:1) = "Y"
        MOVE "Y" TO WS-SICK-CASH
    END-IF.
    MOVE "COMPANY-NAME" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y"
        MOVE SPM-VALUE TO WS-COMPANY-NAME
    END-IF.

READ-SEPARATED-EMPLOYEE.
    MOVE "N" TO WS-CONFIRM.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-EMP-ID-IN.
    MOVE WS-EMP-ID-IN TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-EMP-ID-IN TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            DISPLAY "Employee not on file."
            EXIT PARAGRAPH
    END-READ.
    IF NOT EMP-SEPARATED OR EMP-SEP-DATE = ZERO
        DISPLAY "Employee is not separated - record the separation "
            "through employee maintenance first."
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-CONFIRM.

COMPUTE-FINAL-PAY.
    PERFORM READ-SEPARATED-EMPLOYEE.
    IF WS-CONFIRM NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE EMP-ID TO FPY-EMP-ID.
    READ FINAL-PAY-FILE
        INVALID KEY
            MOVE "23" TO WS-FINAL-STATUS
    END-READ.
    IF WS-FINAL-STATUS = "00"
        DISPLAY "Final pay already computed on " FPY-COMPUTED-ON
            " - reprint the statement instead."
        EXIT PARAGRAPH
    END-IF.
    MOVE "00" TO WS-FINAL-STATUS.

    PERFORM WORK-OUT-FINAL-PAY.
    PERFORM SHOW-FINAL-PAY.

    DISPLAY "Post this final pay (held until clearance)? (Y/N): "
        WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
    IF WS-CONFIRM = "Y"
        PERFORM POST-FINAL-PAY
        MOVE "Y" TO WS-POSTED
    ELSE
        MOVE "N" TO WS-POSTED
        DISPLAY "Not posted - draft statement only."
    END-IF.
    PERFORM PRINT-STATEMENT.
    DISPLAY "Statement written to finalpay.prt.".

WORK-OUT-FINAL-PAY.
    INITIALIZE FINAL-PAY-RECORD.
    MOVE EMP-ID TO FPY-EMP-ID.
    MOVE EMP-SEP-DATE TO FPY-SEP-DATE.
    MOVE EMP-SEP-DATE TO WS-SEP-DATE.
    SET DSRV-FISCAL-PERIOD TO TRUE.
    MOVE WS-SEP-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-FISCAL-YEAR TO FPY-FISCAL-YEAR.
    MOVE DSRV-RESULT-NUM TO WS-SEP-PERIOD.

*> Salary for the calendar days of the separation month worked,
*> unless the month's register ran before the separation was keyed.
    COMPUTE WS-MONTH-START = WS-SEP-YYYY * 10000
        + WS-SEP-MM * 100 + 1.
    IF WS-SEP-MM = 12
        COMPUTE WS-NEXT-MONTH = (WS-SEP-YYYY + 1) * 10000 + 101
    ELSE
        COMPUTE WS-NEXT-MONTH = WS-SEP-YYYY * 10000
            + (WS-SEP-MM + 1) * 100 + 1
    END-IF.
    COMPUTE FPY-MONTH-DAYS = FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH)
        - FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
    MOVE WS-SEP-DD TO FPY-SALARY-DAYS.
    PERFORM CHECK-PERIOD-PAID.
    IF WS-PERIOD-PAID = "Y"
        MOVE ZERO TO FPY-SALARY-DAYS
    END-IF.
    IF FPY-SALARY-DAYS > ZERO
        SET MNY-ROUND-HALF-UP TO TRUE
        COMPUTE MNY-AMOUNT = EMP-SALARY * FPY-SALARY-DAYS
            / FPY-MONTH-DAYS
        CALL "MONEY-SERVICES" USING MONEY-SRV-AREA
        MOVE MNY-RESULT TO FPY-SALARY-AMT
    END-IF.

*> Thirteenth month for the days employed in the calendar year up to
*> the separation, unless the thirteenth-month run already paid it.
    COMPUTE WS-YEAR-START = WS-SEP-YYYY * 10000 + 101.
    COMPUTE WS-YEAR-END = WS-SEP-YYYY * 10000 + 1231.
    COMPUTE FPY-YEAR-DAYS = FUNCTION INTEGER-OF-DATE(WS-YEAR-END)
        - FUNCTION INTEGER-OF-DATE(WS-YEAR-START) + 1.
    MOVE WS-YEAR-START TO WS-FROM-DATE.
    IF EMP-HIRE-DATE NOT = ZEROES
        COMPUTE WS-HIRE-NUM = EMP-HIRE-YY * 10000
            + EMP-HIRE-MM * 100 + EMP-HIRE-DD
        IF WS-HIRE-NUM > WS-YEAR-START
            MOVE WS-HIRE-NUM TO WS-FROM-DATE
        END-IF
    END-IF.
    IF WS-FROM-DATE <= WS-SEP-DATE
        COMPUTE FPY-13TH-DAYS = FUNCTION INTEGER-OF-DATE(WS-SEP-DATE)
            - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) + 1
    END-IF.
    COMPUTE PH-FISCAL-YEAR = WS-SEP-YYYY + 1.
    MOVE 13 TO PH-PERIOD.
    MOVE EMP-ID TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    READ PAY-HISTORY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE ZERO TO FPY-13TH-DAYS
    END-READ.
    IF FPY-13TH-DAYS > ZERO
        SET MNY-ROUND-HALF-UP TO TRUE
        COMPUTE MNY-AMOUNT = EMP-SALARY * FPY-13TH-DAYS
            / FPY-YEAR-DAYS
        CALL "MONEY-SERVICES" USING MONEY-SRV-AREA
        MOVE MNY-RESULT TO FPY-13TH-AMT
    END-IF.

*> Unused leave credits at the daily rate behind the hourly rate.
    IF WS-BALANCE-OPEN = "Y"
        MOVE EMP-ID TO LVB-EMP-ID
        READ BALANCE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF LVB-VAC-BALANCE > ZERO
                    MOVE LVB-VAC-BALANCE TO FPY-VAC-DAYS
                END-IF
                IF WS-SICK-CASH = "Y" AND LVB-SICK-BALANCE > ZERO
                    MOVE LVB-SICK-BALANCE TO FPY-SICK-DAYS
                END-IF
        END-READ
    END-IF.
    SET MNY-ROUND-HALF-UP TO TRUE.
    COMPUTE MNY-AMOUNT = EMP-SALARY / WS-MONTH-WORK-DAYS.
    CALL "MONEY-SERVICES" USING MONEY-SRV-AREA.
    MOVE MNY-RESULT TO FPY-DAILY-RATE.
    COMPUTE WS-LEAVE-DAYS = FPY-VAC-DAYS + FPY-SICK-DAYS.
    IF WS-LEAVE-DAYS > ZERO
        SET MNY-ROUND-HALF-UP TO TRUE
        COMPUTE MNY-AMOUNT = FPY-DAILY-RATE * WS-LEAVE-DAYS
        CALL "MONEY-SERVICES" USING MONEY-SRV-AREA
        MOVE MNY-RESULT TO FPY-LEAVE-AMT
    END-IF.

*> Statutory deductions first, then the loans out of what is left,
*> then whatever unreturned property the operator agrees to charge,
*> then PAYCALC again to settle net pay with those in - the
*> register's own order.
    MOVE WS-SEP-DATE TO PAY-AS-OF-DATE.
    COMPUTE PAY-GROSS = FPY-SALARY-AMT + FPY-13TH-AMT
        + FPY-LEAVE-AMT.
    MOVE FPY-13TH-AMT TO PAY-NONTAX-EARN.
    MOVE ZERO TO PAY-LOAN-DEDUCT.
    MOVE ZERO TO PAY-HMO-DEDUCT.
    CALL "PAYCALC" USING PAY-CALC-AREA.
    MOVE ZERO TO WS-NET-ROOM.
    IF PAY-NET > ZERO
        MOVE PAY-NET TO WS-NET-ROOM
    END-IF.
    PERFORM TOTAL-LOANS-OWED.
    IF FPY-LOAN-OWED > WS-NET-ROOM
        MOVE WS-NET-ROOM TO FPY-LOAN-DEDUCT
    ELSE
        MOVE FPY-LOAN-OWED TO FPY-LOAN-DEDUCT
    END-IF.
    SUBTRACT FPY-LOAN-DEDUCT FROM WS-NET-ROOM.
    PERFORM OFFER-PROPERTY-DEDUCTION.
    COMPUTE PAY-LOAN-DEDUCT = FPY-LOAN-DEDUCT + FPY-PROPERTY-DEDUCT.
    IF PAY-LOAN-DEDUCT > ZERO
        CALL "PAYCALC" USING PAY-CALC-AREA
    END-IF.

    MOVE PAY-GROSS TO FPY-GROSS.
    MOVE PAY-SSS TO FPY-SSS.
    MOVE PAY-PHILHEALTH TO FPY-PHILHEALTH.
    MOVE PAY-PAGIBIG TO FPY-PAGIBIG.
    MOVE PAY-TAX TO FPY-TAX.
    MOVE PAY-NET TO FPY-NET.
    SET FPY-HELD TO TRUE.
    MOVE WS-RUN-DATE TO FPY-COMPUTED-ON.
    MOVE WS-OPERATOR-ID TO FPY-COMPUTED-BY.
    MOVE ZERO TO FPY-RELEASED-ON.
    MOVE SPACES TO FPY-RELEASED-BY.

*> The separation month's salary was already paid when any run of
*> that period - the register or an off-cycle run - still stands
*> for the employee; a reversed record and its reversal cancel.
CHECK-PERIOD-PAID.
    MOVE "N" TO WS-PERIOD-PAID.
    MOVE FPY-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE WS-SEP-PERIOD TO PH-PERIOD.
    MOVE EMP-ID TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-PAYHIST-STATUS NOT = "00"
        READ PAY-HISTORY NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF PH-FISCAL-YEAR NOT = FPY-FISCAL-YEAR
                OR PH-PERIOD NOT = WS-SEP-PERIOD
                OR PH-EMP-ID NOT = EMP-ID
            EXIT PERFORM
        END-IF
        IF NOT PH-REVERSAL AND NOT PH-IS-REVERSED
            MOVE "Y" TO WS-PERIOD-PAID
            EXIT PERFORM
        END-IF
    END-PERFORM.

TOTAL-LOANS-OWED.
    MOVE ZERO TO FPY-LOAN-OWED.
    IF WS-LOANS-OPEN NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE EMP-ID TO LN-EMP-ID.
    MOVE ZERO TO LN-LOAN-NO.
    START LOAN-FILE KEY IS NOT LESS THAN LN-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-LOAN-STATUS NOT = "00"
        READ LOAN-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF LN-EMP-ID NOT = EMP-ID
            EXIT PERFORM
        END-IF
        IF LN-ACTIVE
            ADD LN-BALANCE TO FPY-LOAN-OWED
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-LOAN-STATUS.

*> Each item still out is offered in turn; an item is charged at
*> its full value and only while the net pay can still carry it.
OFFER-PROPERTY-DEDUCTION.
    MOVE ZERO TO WS-PROP-COUNT.
    IF WS-ASSETS-OPEN NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE EMP-ID TO AST-EMP-ID.
    MOVE LOW-VALUES TO AST-TAG.
    START ASSET-FILE KEY IS NOT LESS THAN AST-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-ASSET-STATUS NOT = "00"
        READ ASSET-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF AST-EMP-ID NOT = EMP-ID
            EXIT PERFORM
        END-IF
        IF AST-OUT AND WS-PROP-COUNT < 50
            ADD 1 TO WS-PROP-COUNT
            MOVE AST-TAG TO WS-PROP-TAG(WS-PROP-COUNT)
            MOVE AST-VALUE TO WS-PROP-VALUE(WS-PROP-COUNT)
            MOVE "N" TO WS-PROP-CHARGE(WS-PROP-COUNT)
            ADD AST-VALUE TO FPY-PROPERTY-OUT
            MOVE AST-VALUE TO WS-AMT-DISP
            DISPLAY "Not returned: " AST-TAG " " AST-TYPE " "
                AST-DESCRIPTION " " WS-AMT-DISP
            IF AST-VALUE > ZERO AND AST-VALUE <= WS-NET-ROOM
                DISPLAY "  Deduct its value from the final pay? (Y/N): "
                    WITH NO ADVANCING
                ACCEPT WS-CONFIRM
                IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
                    MOVE "Y" TO WS-PROP-CHARGE(WS-PROP-COUNT)
                    ADD AST-VALUE TO FPY-PROPERTY-DEDUCT
                    SUBTRACT AST-VALUE FROM WS-NET-ROOM
                END-IF
            ELSE
                DISPLAY "  Net pay cannot carry it - to be returned "
                    "or written off."
            END-IF
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-ASSET-STATUS.


SHOW-FINAL-PAY.
    PERFORM FORMAT-EMPLOYEE-NAME.
    DISPLAY " ".
    DISPLAY "Final pay of " EMP-ID " " WS-FULL-NAME
        " separated " FPY-SEP-DATE.
    MOVE FPY-SALARY-AMT TO WS-AMT-DISP.
    DISPLAY "  Salary, " FPY-SALARY-DAYS " of " FPY-MONTH-DAYS
        " days        : " WS-AMT-DISP.
    MOVE FPY-13TH-AMT TO WS-AMT-DISP.
    DISPLAY "  13th month, " FPY-13TH-DAYS " of " FPY-YEAR-DAYS
        " days    : " WS-AMT-DISP.
    MOVE FPY-LEAVE-AMT TO WS-AMT-DISP.
    COMPUTE WS-DAYS-DISP = FPY-VAC-DAYS + FPY-SICK-DAYS.
    DISPLAY "  Leave credits, " WS-DAYS-DISP " days     : "
        WS-AMT-DISP.
    MOVE FPY-GROSS TO WS-AMT-DISP.
    DISPLAY "  Gross                         : " WS-AMT-DISP.
    COMPUTE WS-AMT-DISP = FPY-SSS + FPY-PHILHEALTH + FPY-PAGIBIG.
    DISPLAY "  Contributions                 : " WS-AMT-DISP.
    MOVE FPY-TAX TO WS-AMT-DISP.
    DISPLAY "  Withholding tax               : " WS-AMT-DISP.
    MOVE FPY-LOAN-DEDUCT TO WS-AMT-DISP.
    DISPLAY "  Loans and advances            : " WS-AMT-DISP.
    IF FPY-LOAN-DEDUCT < FPY-LOAN-OWED
        COMPUTE WS-AMT-DISP = FPY-LOAN-OWED - FPY-LOAN-DEDUCT
        DISPLAY "  ** Loan balance left unpaid   : " WS-AMT-DISP
    END-IF.
    MOVE FPY-PROPERTY-DEDUCT TO WS-AMT-DISP.
    DISPLAY "  Unreturned company property   : " WS-AMT-DISP.
    IF FPY-PROPERTY-DEDUCT < FPY-PROPERTY-OUT
        COMPUTE WS-AMT-DISP = FPY-PROPERTY-OUT - FPY-PROPERTY-DEDUCT
        DISPLAY "  ** Property not charged       : " WS-AMT-DISP
    END-IF.
    MOVE FPY-NET TO WS-AMT-DISP.
    DISPLAY "  Net final pay                 : " WS-AMT-DISP.

*> The final pay record first: it is what stops a second posting.
*> The pay history record carries the hold until release.
POST-FINAL-PAY.
    WRITE FINAL-PAY-RECORD
        INVALID KEY
            DISPLAY "Final pay already on file - not posted."
            EXIT PARAGRAPH
    END-WRITE.

    MOVE FPY-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE 14 TO PH-PERIOD.
    MOVE EMP-ID TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    MOVE FPY-GROSS TO PH-GROSS.
    MOVE FPY-SSS TO PH-SSS.
    MOVE FPY-PHILHEALTH TO PH-PHILHEALTH.
    MOVE FPY-PAGIBIG TO PH-PAGIBIG.
    MOVE FPY-TAX TO PH-TAX.
    MOVE FPY-NET TO PH-NET.
    MOVE EMP-LOCATION TO PH-BRANCH.
    MOVE EMP-GRADE TO PH-GRADE.
    MOVE PAY-ER-SSS TO PH-ER-SSS.
    MOVE PAY-ER-PHILHEALTH TO PH-ER-PHILHEALTH.
    MOVE PAY-ER-PAGIBIG TO PH-ER-PAGIBIG.
    MOVE ZERO TO PH-TAX-ADJ.
    COMPUTE PH-LOAN-DEDUCT = FPY-LOAN-DEDUCT + FPY-PROPERTY-DEDUCT.
    COMPUTE PH-EARNINGS = FPY-13TH-AMT + FPY-LEAVE-AMT.
    MOVE FPY-13TH-AMT TO PH-NONTAX-EARN.
    SET PH-HELD TO TRUE.
    MOVE ZERO TO PH-RETRO-GROSS PH-RETRO-CONTRIB PH-RETRO-TAX
        PH-RETRO-NET.
    MOVE SPACE TO PH-RUN-TYPE.
    MOVE SPACE TO PH-REVERSED.
    MOVE ZERO TO PH-REV-RUN-NO.
    MOVE SPACES TO PH-RUN-REASON.
    MOVE SPACES TO PH-RUN-OPERATOR.
    MOVE ZERO TO PH-RUN-DATE.
    MOVE SPACES TO PH-PAY-CURRENCY.
    MOVE ZERO TO PH-CONTRACT-AMT PH-FX-RATE PH-FX-EFF-DATE
        PH-BASIC-PHP.
    MOVE ZERO TO PH-HMO-DEDUCT.
    WRITE PAY-HISTORY-RECORD
        INVALID KEY
            REWRITE PAY-HISTORY-RECORD
    END-WRITE.

    IF FPY-VAC-DAYS + FPY-SICK-DAYS > ZERO
        PERFORM CLEAR-CONVERTED-LEAVE
    END-IF.
    IF FPY-LOAN-DEDUCT > ZERO
        PERFORM SETTLE-LOANS
    END-IF.
    IF FPY-PROPERTY-DEDUCT > ZERO
        PERFORM CHARGE-PROPERTY
    END-IF.
    DISPLAY "Final pay posted to payhist.dat FY" FPY-FISCAL-YEAR
        " period 14 - held until clearance is complete.".

CLEAR-CONVERTED-LEAVE.
    MOVE EMP-ID TO LVB-EMP-ID.
    READ BALANCE-FILE
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    SUBTRACT FPY-VAC-DAYS FROM LVB-VAC-BALANCE.
    SUBTRACT FPY-SICK-DAYS FROM LVB-SICK-BALANCE.
    REWRITE LEAVE-BALANCE-RECORD.

    MOVE FUNCTION CURRENT-DATE(1:14) TO LVH-TIMESTAMP.
    MOVE EMP-ID TO LVH-EMP-ID.
    SET LVH-YEAR-END-CASH TO TRUE.
    MOVE WS-SEP-DATE TO LVH-START-DATE.
    MOVE WS-SEP-DATE TO LVH-END-DATE.
    COMPUTE LVH-DAYS = FPY-VAC-DAYS + FPY-SICK-DAYS.
    COMPUTE LVH-CREDITS = FPY-VAC-DAYS + FPY-SICK-DAYS.
    MOVE EMP-LOCATION TO LVH-BRANCH.
    MOVE SPACE TO LVH-FILLER-1 LVH-FILLER-2 LVH-FILLER-3
        LVH-FILLER-4 LVH-FILLER-5 LVH-FILLER-6 LVH-FILLER-7.
    OPEN EXTEND HISTORY-FILE.
    IF WS-HISTORY-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF.
    WRITE LEAVE-HISTORY-RECORD.
    CLOSE HISTORY-FILE.

*> Oldest loan first, each taken in full while the deduction lasts.
SETTLE-LOANS.
    MOVE FPY-LOAN-DEDUCT TO WS-LOAN-LEFT.
    MOVE EMP-ID TO LN-EMP-ID.
    MOVE ZERO TO LN-LOAN-NO.
    START LOAN-FILE KEY IS NOT LESS THAN LN-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-LOAN-STATUS NOT = "00"
            OR WS-LOAN-LEFT = ZERO
        READ LOAN-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF LN-EMP-ID NOT = EMP-ID
            EXIT PERFORM
        END-IF
        IF LN-ACTIVE AND LN-BALANCE > ZERO
            PERFORM SETTLE-ONE-LOAN
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-LOAN-STATUS.

SETTLE-ONE-LOAN.
    IF LN-BALANCE > WS-LOAN-LEFT
        MOVE WS-LOAN-LEFT TO WS-LOAN-TAKE
    ELSE
        MOVE LN-BALANCE TO WS-LOAN-TAKE
    END-IF.
    SUBTRACT WS-LOAN-TAKE FROM LN-BALANCE.
    SUBTRACT WS-LOAN-TAKE FROM WS-LOAN-LEFT.
    IF LN-BALANCE = ZERO
        SET LN-PAID-OFF TO TRUE
    END-IF.
    REWRITE LOAN-RECORD.

    OPEN EXTEND LEDGER-FILE.
    IF WS-LEDGER-STATUS = "35"
        OPEN OUTPUT LEDGER-FILE
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:14) TO LLG-TIMESTAMP.
    MOVE LN-EMP-ID TO LLG-EMP-ID.
    MOVE LN-LOAN-NO TO LLG-LOAN-NO.
    SET LLG-FINAL-SETTLE TO TRUE.
    MOVE FPY-FISCAL-YEAR TO LLG-FISCAL-YEAR.
    MOVE 14 TO LLG-PERIOD.
    MOVE ZERO TO LLG-INTEREST.
    MOVE WS-LOAN-TAKE TO LLG-PRINCIPAL.
    MOVE LN-BALANCE TO LLG-BALANCE.
    MOVE SPACE TO LLG-FILLER-1 LLG-FILLER-2 LLG-FILLER-3
        LLG-FILLER-4 LLG-FILLER-5 LLG-FILLER-6 LLG-FILLER-7.
    WRITE LOAN-LEDGER-RECORD.
    CLOSE LEDGER-FILE.

CHARGE-PROPERTY.
    PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
            UNTIL WS-PROP-IDX > WS-PROP-COUNT
        IF WS-PROP-CHARGE(WS-PROP-IDX) = "Y"
            MOVE EMP-ID TO AST-EMP-ID
            MOVE WS-PROP-TAG(WS-PROP-IDX) TO AST-TAG
            READ ASSET-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET AST-CHARGED TO TRUE
                    MOVE WS-SEP-DATE TO AST-RETURN-DATE
                    MOVE SPACE TO AST-CONDITION
                    REWRITE ASSET-RECORD
            END-READ
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-ASSET-STATUS.

*> Release lifts the hold on the pay history record; the next
*> disbursement run for period 14 pays it out.
RELEASE-FINAL-PAY.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-EMP-ID-IN.
    MOVE WS-EMP-ID-IN TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-EMP-ID-IN TO FPY-EMP-ID.
    READ FINAL-PAY-FILE
        INVALID KEY
            DISPLAY "No final pay on file for that employee."
            EXIT PARAGRAPH
    END-READ.
    IF FPY-RELEASED
        DISPLAY "Already released on " FPY-RELEASED-ON " by "
            FPY-RELEASED-BY "."
        EXIT PARAGRAPH
    END-IF.
    MOVE FPY-NET TO WS-AMT-DISP.
    DISPLAY "Net final pay " WS-AMT-DISP " computed on "
        FPY-COMPUTED-ON " by " FPY-COMPUTED-BY ".".
    MOVE FPY-EMP-ID TO CCK-EMP-ID.
    CALL "CLEARCHK" USING CLEARANCE-CHECK-AREA.
    IF CCK-STARTED NOT = "Y"
        DISPLAY "Clearance has not been started - final pay stays "
            "on hold."
        EXIT PARAGRAPH
    END-IF.
    IF CCK-COMPLETE NOT = "Y"
        MOVE CCK-VALUE-OUT TO WS-AMT-DISP
        DISPLAY "Clearance incomplete - " CCK-DEPTS-PENDING
            " department(s) to sign, " CCK-ITEMS-OUT
            " item(s) out worth " WS-AMT-DISP "."
        DISPLAY "Final pay stays on hold."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Clearance complete. Release to disbursement? (Y/N): "
        WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "Final pay stays on hold."
        EXIT PARAGRAPH
    END-IF.

    MOVE FPY-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE 14 TO PH-PERIOD.
    MOVE FPY-EMP-ID TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    READ PAY-HISTORY
        INVALID KEY
            DISPLAY "Pay history record missing - not released."
            EXIT PARAGRAPH
    END-READ.
    MOVE SPACE TO PH-HOLD.
    REWRITE PAY-HISTORY-RECORD.
    SET FPY-RELEASED TO TRUE.
    MOVE WS-RUN-DATE TO FPY-RELEASED-ON.
    MOVE WS-OPERATOR-ID TO FPY-RELEASED-BY.
    REWRITE FINAL-PAY-RECORD.
    DISPLAY "Released - disburse FY" FPY-FISCAL-YEAR
        " period 14 through the disbursement run.".

REPRINT-STATEMENT.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-EMP-ID-IN.
    MOVE WS-EMP-ID-IN TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-EMP-ID-IN TO FPY-EMP-ID.
    READ FINAL-PAY-FILE
        INVALID KEY
            DISPLAY "No final pay on file for that employee."
            EXIT PARAGRAPH
    END-READ.
    MOVE FPY-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            DISPLAY "Employee no longer on the master."
            EXIT PARAGRAPH
    END-READ.
    MOVE FPY-SEP-DATE TO WS-SEP-DATE.
    MOVE "Y" TO WS-POSTED.
    PERFORM PRINT-STATEMENT.
    DISPLAY "Statement written to finalpay.prt.".

LIST-FINAL-PAY.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE LOW-VALUES TO FPY-EMP-ID.
    START FINAL-PAY-FILE KEY IS NOT LESS THAN FPY-EMP-ID
        INVALID KEY
            DISPLAY "No final pay on file."
            EXIT PARAGRAPH
    END-START.
    DISPLAY "EMP-ID  SEPARATED  FY   NET FINAL PAY   STATUS".
    PERFORM UNTIL WS-FINAL-STATUS NOT = "00"
        READ FINAL-PAY-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-LIST-COUNT
        MOVE FPY-NET TO WS-AMT-DISP
        IF FPY-RELEASED
            MOVE "RELEASED" TO WS-STATUS-TEXT
        ELSE
            MOVE "HELD - AWAITING CLEARANCE" TO WS-STATUS-TEXT
        END-IF
        DISPLAY FPY-EMP-ID "  " FPY-SEP-DATE "  " FPY-FISCAL-YEAR
            " " WS-AMT-DISP "  " WS-STATUS-TEXT
    END-PERFORM.
    MOVE "00" TO WS-FINAL-STATUS.
    DISPLAY WS-LIST-COUNT " final pay record(s).".

PRINT-STATEMENT.
    PERFORM FORMAT-EMPLOYEE-NAME.
    EVALUATE EMP-SEP-REASON
        WHEN "RS"
            MOVE "RESIGNED" TO WS-REASON-TEXT
        WHEN "RT"
            MOVE "RETIRED" TO WS-REASON-TEXT
        WHEN "TE"
            MOVE "TERMINATED" TO WS-REASON-TEXT
        WHEN "ED"
            MOVE "END OF CONTRACT" TO WS-REASON-TEXT
        WHEN "DE"
            MOVE "DECEASED" TO WS-REASON-TEXT
        WHEN OTHER
            MOVE EMP-SEP-REASON TO WS-REASON-TEXT
    END-EVALUATE.
    OPEN OUTPUT STATEMENT-FILE.
    MOVE SPACES TO STATEMENT-LINE.
    STRING WS-COMPANY-NAME DELIMITED BY SIZE INTO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE "FINAL PAY STATEMENT AND QUITCLAIM" TO STATEMENT-LINE.
    IF WS-POSTED NOT = "Y"
        MOVE "DRAFT - NOT POSTED" TO STATEMENT-LINE(50:18)
    END-IF.
    WRITE STATEMENT-LINE.
    MOVE SPACES TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    STRING "Employee   : " EMP-ID "  " WS-FULL-NAME
        DELIMITED BY SIZE INTO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE SPACES TO STATEMENT-LINE.
    STRING "Branch     : " EMP-LOCATION "  Department: " EMP-DEPT
        "  Grade: " EMP-GRADE DELIMITED BY SIZE INTO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE SPACES TO STATEMENT-LINE.
    STRING "Hired      : " EMP-HIRE-MM "/" EMP-HIRE-DD "/"
        EMP-HIRE-YY "  Separated: " WS-SEP-MM "/" WS-SEP-DD "/"
        WS-SEP-YYYY "  " WS-REASON-TEXT
        DELIMITED BY SIZE INTO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE SPACES TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.

    MOVE "EARNINGS" TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE SPACES TO PRT-AMT-LABEL.
    IF FPY-SALARY-DAYS > ZERO
        STRING "Salary, " FPY-SALARY-DAYS " of " FPY-MONTH-DAYS
            " days of the final month" DELIMITED BY SIZE
            INTO PRT-AMT-LABEL
    ELSE
        MOVE "Salary, final month paid in the regular payroll"
            TO PRT-AMT-LABEL
    END-IF.
    MOVE FPY-SALARY-AMT TO PRT-AMT-VALUE.
    WRITE STATEMENT-LINE FROM PRT-AMOUNT-LINE.
    MOVE SPACES TO PRT-AMT-LABEL.
    STRING "13th month pay, pro rata " FPY-13TH-DAYS " of "
        FPY-YEAR-DAYS " days" DELIMITED BY SIZE INTO PRT-AMT-LABEL.
    MOVE FPY-13TH-AMT TO PRT-AMT-VALUE.
    WRITE STATEMENT-LINE FROM PRT-AMOUNT-LINE.
    MOVE SPACES TO PRT-AMT-LABEL.
    COMPUTE WS-DAYS-DISP = FPY-VAC-DAYS + FPY-SICK-DAYS.
    MOVE FPY-DAILY-RATE TO WS-RATE-DISP.
    STRING "Unused leave, " WS-DAYS-DISP " days at "
        WS-RATE-DISP DELIMITED BY SIZE INTO PRT-AMT-LABEL.
    MOVE FPY-LEAVE-AMT TO PRT-AMT-VALUE.
    WRITE STATEMENT-LINE FROM PRT-AMOUNT-LINE.
    WRITE STATEMENT-LINE FROM PRT-RULE-LINE.
    MOVE "Gross final pay" TO PRT-AMT-LABEL.
    MOVE FPY-GROSS TO PRT-AMT-VALUE.
    WRITE STATEMENT-LINE FROM PRT-AMOUNT-LINE.
    MOVE SPACES TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.

    MOVE "DEDUCTIONS" TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE "SSS contribution" TO PRT-AMT-LABEL.
    MOVE FPY-SSS TO PRT-AMT-VALUE.
    WRITE STATEMENT-LINE FROM PRT-AMOUNT-LINE.
    MOVE "PhilHealth contribution" TO PRT-AMT-LABEL.
    MOVE FPY-PHILHEALTH TO PRT-AMT-VALUE.
    WRITE STATEMENT-LINE FROM PRT-AMOUNT-LINE.
    MOVE "Pag-IBIG contribution" TO PRT-AMT-LABEL.
    MOVE FPY-PAGIBIG TO PRT-AMT-VALUE.
    WRITE STATEMENT-LINE FROM PRT-AMOUNT-LINE.
    MOVE "Withholding tax" TO PRT-AMT-LABEL.
    MOVE FPY-TAX TO PRT-AMT-VALUE.
    WRITE STATEMENT-LINE FROM PRT-AMOUNT-LINE.
    MOVE "Company loans and salary advances" TO PRT-AMT-LABEL.
    MOVE FPY-LOAN-DEDUCT TO PRT-AMT-VALUE.
    WRITE STATEMENT-LINE FROM PRT-AMOUNT-LINE.
    MOVE "Unreturned company property" TO PRT-AMT-LABEL.
    MOVE FPY-PROPERTY-DEDUCT TO PRT-AMT-VALUE.
    WRITE STATEMENT-LINE FROM PRT-AMOUNT-LINE.
    WRITE STATEMENT-LINE FROM PRT-RULE-LINE.
    MOVE "NET FINAL PAY" TO PRT-AMT-LABEL.
    MOVE FPY-NET TO PRT-AMT-VALUE.
    WRITE STATEMENT-LINE FROM PRT-AMOUNT-LINE.
    IF FPY-LOAN-DEDUCT < FPY-LOAN-OWED
        COMPUTE WS-LOAN-REMAINING = FPY-LOAN-OWED - FPY-LOAN-DEDUCT
        MOVE "Loan balance still owed to the company"
            TO PRT-AMT-LABEL
        MOVE WS-LOAN-REMAINING TO PRT-AMT-VALUE
        WRITE STATEMENT-LINE FROM PRT-AMOUNT-LINE
    END-IF.
    IF FPY-PROPERTY-DEDUCT < FPY-PROPERTY-OUT
        COMPUTE WS-LOAN-REMAINING = FPY-PROPERTY-OUT
            - FPY-PROPERTY-DEDUCT
        MOVE "Company property still to be returned"
            TO PRT-AMT-LABEL
        MOVE WS-LOAN-REMAINING TO PRT-AMT-VALUE
        WRITE STATEMENT-LINE FROM PRT-AMOUNT-LINE
    END-IF.
    MOVE SPACES TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.

    IF FPY-NET > ZERO
        MOVE FPY-NET TO AMW-AMOUNT
    ELSE
        MOVE ZERO TO AMW-AMOUNT
    END-IF.
    CALL "AMTWORDS" USING AMT-WORDS-AREA.
    MOVE "I acknowledge receipt of the net final pay of" TO
        STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE AMW-WORDS(1:80) TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    IF AMW-WORDS(81:70) NOT = SPACES
        MOVE AMW-WORDS(81:70) TO STATEMENT-LINE
        WRITE STATEMENT-LINE
    END-IF.
    MOVE "in full settlement of my salary, benefits and every other"
        TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE "claim arising from my employment, and release the company"
        TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE "from any further claim in connection with it."
        TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE SPACES TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE "________________________________      ______________"
        TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE "Employee signature                    Date"
        TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE SPACES TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    IF WS-POSTED = "Y"
        IF FPY-RELEASED
            STRING "Computed " FPY-COMPUTED-ON " by " FPY-COMPUTED-BY
                "; released " FPY-RELEASED-ON " by " FPY-RELEASED-BY
                DELIMITED BY SIZE INTO STATEMENT-LINE
        ELSE
            STRING "Computed " FPY-COMPUTED-ON " by " FPY-COMPUTED-BY
                "; held until clearance is complete"
                DELIMITED BY SIZE INTO STATEMENT-LINE
        END-IF
        WRITE STATEMENT-LINE
    END-IF.
    CLOSE STATEMENT-FILE.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.

FORMAT-EMPLOYEE-NAME.
    COPY NAMEFMT REPLACING NAME-PART1 BY EMP-NAME
                            NAME-PART2 BY EMP-SURNAME
                            NAME-FMT-RESULT BY WS-FULL-NAME
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
