*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Company loan and salary-advance maintenance over
*>              loans.dat, with the loan ledger inquiry. Granting
*>              a loan checks the employee against the master,
*>              fixes the level installment through AMORT-SERVICES
*>              (the WS-MATH schedule rule) and numbers the loan
*>              within the employee; a salary advance is the same
*>              thing at zero interest. From its start period on,
*>              the payroll register takes the installment through
*>              LOANDED. The ledger inquiry shows an employee's
*>              loans and every movement on loanled.dat; a cash
*>              payment at the cashier brings the balance down
*>              outside payroll.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-LOAN-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LOAN-FILE ASSIGN TO "loans.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LN-KEY
            FILE STATUS IS WS-LOAN-STATUS.

        SELECT LEDGER-FILE ASSIGN TO "loanled.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEDGER-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD LOAN-FILE.
    COPY LOANREC.

    FD LEDGER-FILE.
    COPY LOANLED.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    WORKING-STORAGE SECTION.
    01 WS-LOAN-STATUS       PIC XX.
    01 WS-LEDGER-STATUS     PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-EMP-KNOWN         PIC X.
    01 WS-TYPE-IN           PIC X.
    01 WS-PRINCIPAL-IN      PIC 9(7)V99.
    01 WS-RATE-IN           PIC 99V99.
    01 WS-TERM-IN           PIC 999.
    01 WS-START-FY-IN       PIC 9(4).
    01 WS-START-PER-IN      PIC 99.
    01 WS-LOAN-NO-IN        PIC 99.
    01 WS-NEXT-LOAN-NO      PIC 99.
    01 WS-PAYMENT-IN        PIC 9(7)V99.
    01 WS-CONFIRM           PIC X.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-LIST-COUNT        PIC 9(5).
    01 WS-TOT-BALANCE       PIC 9(9)V99.
    01 WS-AMT-DISP          PIC Z,ZZZ,ZZ9.99.
    01 WS-AMT-DISP2         PIC Z,ZZZ,ZZ9.99.
    01 WS-AMT-DISP3         PIC Z,ZZZ,ZZ9.99.
    01 WS-RATE-DISP         PIC Z9.99.
    COPY AMORTSRV.
    COPY DATESRV.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    OPEN I-O LOAN-FILE.
    IF WS-LOAN-STATUS = "35"
        OPEN OUTPUT LOAN-FILE
        CLOSE LOAN-FILE
        OPEN I-O LOAN-FILE
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        CLOSE LOAN-FILE
        GOBACK
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== COMPANY LOANS AND SALARY ADVANCES ===="
        DISPLAY "1 - Grant a Loan or Salary Advance"
        DISPLAY "2 - Loan Ledger of an Employee"
        DISPLAY "3 - Record a Cash Payment"
        DISPLAY "4 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM GRANT-LOAN
            WHEN 2
                PERFORM SHOW-LOAN-LEDGER
            WHEN 3
                PERFORM RECORD-CASH-PAYMENT
            WHEN 4
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE LOAN-FILE.
    CLOSE EMPLOYEE-MASTER.
    DISPLAY "Loan maintenance ended.".
GOBACK.

READ-EMPLOYEE.
    MOVE "N" TO WS-EMP-KNOWN.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER INVALID KEY
        DISPLAY "Employee not on the master."
    NOT INVALID KEY
        MOVE "Y" TO WS-EMP-KNOWN
        DISPLAY "Employee: " EMP-NAME " " EMP-SURNAME
    END-READ.

*> No new loan for someone already separated - there is no payroll
*> left to collect it from. The start period defaults to the
*> current fiscal period so the next register run takes the first
*> installment.
GRANT-LOAN.
    DISPLAY "Employee ID           : " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    PERFORM READ-EMPLOYEE.
    IF WS-EMP-KNOWN NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    IF EMP-SEPARATED
        DISPLAY "Employee is separated - no loan can be granted."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "L - Company loan, A - Salary advance: "
        WITH NO ADVANCING.
    ACCEPT WS-TYPE-IN.
    MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN.
    IF WS-TYPE-IN NOT = "L" AND WS-TYPE-IN NOT = "A"
        DISPLAY "Type must be L or A - not saved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Principal amount      : " WITH NO ADVANCING.
    ACCEPT WS-PRINCIPAL-IN.
    IF WS-TYPE-IN = "A"
        MOVE ZERO TO WS-RATE-IN
    ELSE
        DISPLAY "Annual rate (percent) : " WITH NO ADVANCING
        ACCEPT WS-RATE-IN
    END-IF.
    DISPLAY "Term in months        : " WITH NO ADVANCING.
    ACCEPT WS-TERM-IN.
    DISPLAY "Start fiscal year (0 = current period): "
        WITH NO ADVANCING.
    ACCEPT WS-START-FY-IN.
    IF WS-START-FY-IN = ZERO
        SET DSRV-FISCAL-PERIOD TO TRUE
        MOVE WS-RUN-DATE TO DSRV-DATE-A
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
        MOVE DSRV-FISCAL-YEAR TO WS-START-FY-IN
        MOVE DSRV-RESULT-NUM TO WS-START-PER-IN
    ELSE
        DISPLAY "Start period (1-12)   : " WITH NO ADVANCING
        ACCEPT WS-START-PER-IN
        IF WS-START-PER-IN < 1 OR WS-START-PER-IN > 12
            DISPLAY "Period must be 1 to 12 - not saved."
            EXIT PARAGRAPH
        END-IF
    END-IF.

    SET AMS-LEVEL-PAYMENT TO TRUE.
    MOVE WS-PRINCIPAL-IN TO AMS-PRINCIPAL.
    MOVE WS-RATE-IN TO AMS-ANNUAL-RATE.
    MOVE WS-TERM-IN TO AMS-TERM.
    CALL "AMORT-SERVICES" USING AMORT-SRV-AREA.
    IF AMS-VALID NOT = "Y"
        DISPLAY AMS-MESSAGE " Not saved."
        EXIT PARAGRAPH
    END-IF.
    MOVE AMS-PAYMENT TO WS-PAYMENT-IN.
    MOVE WS-PAYMENT-IN TO WS-AMT-DISP.
    DISPLAY "Monthly installment   : " WS-AMT-DISP
        " from FY " WS-START-FY-IN " period " WS-START-PER-IN.
    DISPLAY "Grant it? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "No change made."
        EXIT PARAGRAPH
    END-IF.

    PERFORM FIND-NEXT-LOAN-NO.
    IF WS-NEXT-LOAN-NO = ZERO
        DISPLAY "Employee already has 99 loans on file - not saved."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO LN-EMP-ID.
    MOVE WS-NEXT-LOAN-NO TO LN-LOAN-NO.
    MOVE WS-TYPE-IN TO LN-TYPE.
    MOVE WS-RUN-DATE TO LN-GRANT-DATE.
    MOVE WS-PRINCIPAL-IN TO LN-PRINCIPAL.
    MOVE WS-RATE-IN TO LN-ANNUAL-RATE.
    MOVE WS-TERM-IN TO LN-TERM.
    MOVE WS-START-FY-IN TO LN-START-FY.
    MOVE WS-START-PER-IN TO LN-START-PERIOD.
    MOVE WS-PAYMENT-IN TO LN-PAYMENT.
    MOVE ZERO TO LN-PAID-COUNT.
    MOVE WS-PRINCIPAL-IN TO LN-BALANCE.
    SET LN-ACTIVE TO TRUE.
    MOVE ZERO TO LN-LAST-FY.
    MOVE ZERO TO LN-LAST-PERIOD.
    MOVE ZERO TO LN-LAST-INTEREST.
    MOVE ZERO TO LN-LAST-PRINCIPAL.
    WRITE LOAN-RECORD
        INVALID KEY
            DISPLAY "Loan number already on file - not saved."
            EXIT PARAGRAPH
    END-WRITE.

    SET LLG-GRANT TO TRUE.
    MOVE WS-START-FY-IN TO LLG-FISCAL-YEAR.
    MOVE WS-START-PER-IN TO LLG-PERIOD.
    MOVE ZERO TO LLG-INTEREST.
    MOVE WS-PRINCIPAL-IN TO LLG-PRINCIPAL.
    PERFORM WRITE-LEDGER-ENTRY.
    DISPLAY "Loan " LN-LOAN-NO " granted to " WS-LOOKUP-ID ".".

*> Loans are numbered within the employee; the next number is one
*> past the highest already on file.
FIND-NEXT-LOAN-NO.
    MOVE 1 TO WS-NEXT-LOAN-NO.
    MOVE WS-LOOKUP-ID TO LN-EMP-ID.
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
        IF LN-EMP-ID NOT = WS-LOOKUP-ID
            EXIT PERFORM
        END-IF
        IF LN-LOAN-NO = 99
            MOVE ZERO TO WS-NEXT-LOAN-NO
            EXIT PERFORM
        END-IF
        COMPUTE WS-NEXT-LOAN-NO = LN-LOAN-NO + 1
    END-PERFORM.

*> The loans first, then every ledger movement in the order it
*> happened.
SHOW-LOAN-LEDGER.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE ZERO TO WS-TOT-BALANCE.
    MOVE WS-LOOKUP-ID TO LN-EMP-ID.
    MOVE ZERO TO LN-LOAN-NO.
    START LOAN-FILE KEY IS NOT LESS THAN LN-KEY
        INVALID KEY
            DISPLAY "No loans on file for " WS-LOOKUP-ID "."
            EXIT PARAGRAPH
    END-START.
    DISPLAY "NO T GRANTED     PRINCIPAL  RATE TERM PAID "
        "  INSTALLMENT       BALANCE S".
    PERFORM UNTIL WS-LOAN-STATUS NOT = "00"
        READ LOAN-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF LN-EMP-ID NOT = WS-LOOKUP-ID
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-LIST-COUNT
        ADD LN-BALANCE TO WS-TOT-BALANCE
        MOVE LN-PRINCIPAL TO WS-AMT-DISP
        MOVE LN-PAYMENT TO WS-AMT-DISP2
        MOVE LN-BALANCE TO WS-AMT-DISP3
        MOVE LN-ANNUAL-RATE TO WS-RATE-DISP
        DISPLAY LN-LOAN-NO " " LN-TYPE " " LN-GRANT-DATE " "
            WS-AMT-DISP " " WS-RATE-DISP "  " LN-TERM "  "
            LN-PAID-COUNT " " WS-AMT-DISP2 "  " WS-AMT-DISP3
            " " LN-STATUS
    END-PERFORM.
    IF WS-LIST-COUNT = ZERO
        DISPLAY "No loans on file for " WS-LOOKUP-ID "."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-TOT-BALANCE TO WS-AMT-DISP.
    DISPLAY WS-LIST-COUNT " loan(s), balance owed " WS-AMT-DISP.

    OPEN INPUT LEDGER-FILE.
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "loanled.dat not on hand - no movements to show."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY " ".
    DISPLAY "DATE     NO T FY   PER     INTEREST     PRINCIPAL"
        "       BALANCE".
    PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
        READ LEDGER-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF LLG-EMP-ID = WS-LOOKUP-ID
                    MOVE LLG-INTEREST TO WS-AMT-DISP
                    MOVE LLG-PRINCIPAL TO WS-AMT-DISP2
                    MOVE LLG-BALANCE TO WS-AMT-DISP3
                    DISPLAY LLG-TIMESTAMP(1:8) " " LLG-LOAN-NO " "
                        LLG-TYPE " " LLG-FISCAL-YEAR " "
                        LLG-PERIOD "  " WS-AMT-DISP "  "
                        WS-AMT-DISP2 "  " WS-AMT-DISP3
                END-IF
        END-READ
    END-PERFORM.
    CLOSE LEDGER-FILE.
    DISPLAY "(G grant, D payroll deduction, R rerun reversal, "
        "P cash payment)".

*> A cash payment goes straight against principal; it is logged
*> under the current fiscal period.
RECORD-CASH-PAYMENT.
    DISPLAY "Employee ID  : " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Loan number  : " WITH NO ADVANCING.
    ACCEPT WS-LOAN-NO-IN.
    MOVE WS-LOOKUP-ID TO LN-EMP-ID.
    MOVE WS-LOAN-NO-IN TO LN-LOAN-NO.
    READ LOAN-FILE
        INVALID KEY
            DISPLAY "No such loan on file."
            EXIT PARAGRAPH
    END-READ.
    IF NOT LN-ACTIVE OR LN-BALANCE = ZERO
        DISPLAY "Loan is already paid off."
        EXIT PARAGRAPH
    END-IF.
    MOVE LN-BALANCE TO WS-AMT-DISP.
    DISPLAY "Balance owed : " WS-AMT-DISP.
    DISPLAY "Amount paid  : " WITH NO ADVANCING.
    ACCEPT WS-PRINCIPAL-IN.
    IF WS-PRINCIPAL-IN = ZERO OR WS-PRINCIPAL-IN > LN-BALANCE
        DISPLAY "Amount must be more than zero and no more than "
            "the balance - not saved."
        EXIT PARAGRAPH
    END-IF.
    SUBTRACT WS-PRINCIPAL-IN FROM LN-BALANCE.
    IF LN-BALANCE = ZERO
        SET LN-PAID-OFF TO TRUE
    END-IF.
    REWRITE LOAN-RECORD.

    SET DSRV-FISCAL-PERIOD TO TRUE.
    MOVE WS-RUN-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    SET LLG-CASH-PAYMENT TO TRUE.
    MOVE DSRV-FISCAL-YEAR TO LLG-FISCAL-YEAR.
    MOVE DSRV-RESULT-NUM TO LLG-PERIOD.
    MOVE ZERO TO LLG-INTEREST.
    MOVE WS-PRINCIPAL-IN TO LLG-PRINCIPAL.
    PERFORM WRITE-LEDGER-ENTRY.
    MOVE LN-BALANCE TO WS-AMT-DISP.
    DISPLAY "Payment recorded - balance now " WS-AMT-DISP ".".

WRITE-LEDGER-ENTRY.
    OPEN EXTEND LEDGER-FILE.
    IF WS-LEDGER-STATUS = "35"
        OPEN OUTPUT LEDGER-FILE
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:14) TO LLG-TIMESTAMP.
    MOVE LN-EMP-ID TO LLG-EMP-ID.
    MOVE LN-LOAN-NO TO LLG-LOAN-NO.
    MOVE LN-BALANCE TO LLG-BALANCE.
    MOVE SPACE TO LLG-FILLER-1 LLG-FILLER-2 LLG-FILLER-3
        LLG-FILLER-4 LLG-FILLER-5 LLG-FILLER-6 LLG-FILLER-7.
    WRITE LOAN-LEDGER-RECORD.
    CLOSE LEDGER-FILE.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
