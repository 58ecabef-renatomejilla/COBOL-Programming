*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Maintenance for paycurr.dat, the contract currency
*>              and monthly contract amount of staff seconded on a
*>              foreign-currency contract, in the style of
*>              WS-BANK-MAINT: set or change an employee's contract
*>              (employee checked against the master, currency
*>              required to have a rate on fxrates.dat, amount
*>              required), show one with its peso equivalent at
*>              today's rate, remove one (the employee goes back to
*>              peso pay off EMP-SALARY), and list them all. The
*>              payroll register converts the contract amounts.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-PAYCUR-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PAYCUR-FILE ASSIGN TO "paycurr.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PCY-EMP-ID
            FILE STATUS IS WS-PAYCUR-STATUS.

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
    FD PAYCUR-FILE.
    COPY PAYCURR.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    WORKING-STORAGE SECTION.
    01 WS-PAYCUR-STATUS     PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-TODAY             PIC 9(8).
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-EMP-KNOWN         PIC X.
    01 WS-CURRENCY-IN       PIC X(3).
    01 WS-AMOUNT-IN         PIC 9(7)V99.
    01 WS-CONFIRM           PIC X.
    01 WS-LIST-COUNT        PIC 9(5).
    01 WS-AMOUNT-DISP       PIC Z,ZZZ,ZZ9.99.
    01 WS-PHP-DISP          PIC ZZZ,ZZZ,ZZ9.99.
    01 WS-RATE-DISP         PIC ZZZZ9.999999.
    COPY FXRATE.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    OPEN I-O PAYCUR-FILE.
    IF WS-PAYCUR-STATUS = "35"
        OPEN OUTPUT PAYCUR-FILE
        CLOSE PAYCUR-FILE
        OPEN I-O PAYCUR-FILE
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        CLOSE PAYCUR-FILE
        GOBACK
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== PAY CURRENCY MAINTENANCE ===="
        DISPLAY "1 - Set or Change Contract"
        DISPLAY "2 - Show Contract"
        DISPLAY "3 - Remove Contract (Pay in Pesos)"
        DISPLAY "4 - List Contracts"
        DISPLAY "5 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM SET-CONTRACT
            WHEN 2
                PERFORM SHOW-CONTRACT
            WHEN 3
                PERFORM REMOVE-CONTRACT
            WHEN 4
                PERFORM LIST-CONTRACTS
            WHEN 5
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE PAYCUR-FILE.
    CLOSE EMPLOYEE-MASTER.
    DISPLAY "Pay currency maintenance ended.".
GOBACK.

*> A currency with no rate on fxrates.dat could never be paid, so
*> it is refused here rather than at the payroll run.
SET-CONTRACT.
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
        MOVE "Y" TO WS-EMP-KNOWN
        DISPLAY "Employee: " EMP-NAME " " EMP-SURNAME
    END-READ.
    IF WS-EMP-KNOWN NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Contract currency : " WITH NO ADVANCING.
    ACCEPT WS-CURRENCY-IN.
    MOVE FUNCTION UPPER-CASE(WS-CURRENCY-IN) TO WS-CURRENCY-IN.
    IF WS-CURRENCY-IN = "PHP" OR WS-CURRENCY-IN = SPACES
        DISPLAY "Peso staff need no contract - use option 3 to "
            "pay in pesos."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Monthly amount    : " WITH NO ADVANCING.
    ACCEPT WS-AMOUNT-IN.
    IF WS-AMOUNT-IN = ZERO
        DISPLAY "A contract amount is required - not saved."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CURRENCY-IN TO FXR-CURRENCY.
    MOVE WS-TODAY TO FXR-AS-OF-DATE.
    MOVE WS-AMOUNT-IN TO FXR-AMOUNT.
    CALL "FXRATE" USING FX-RATE-AREA.
    IF FXR-FOUND NOT = "Y"
        DISPLAY "No rate on fxrates.dat for " WS-CURRENCY-IN
            " - load one through WS-FX-MAINT first."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO PCY-EMP-ID.
    MOVE WS-CURRENCY-IN TO PCY-CURRENCY.
    MOVE WS-AMOUNT-IN TO PCY-CONTRACT-AMT.
    MOVE WS-TODAY TO PCY-EFF-DATE.
    WRITE PAY-CURRENCY-RECORD
        INVALID KEY
            REWRITE PAY-CURRENCY-RECORD
            DISPLAY "Contract replaced."
        NOT INVALID KEY
            DISPLAY "Contract added - this employee is now paid "
                "from the contract amount."
    END-WRITE.
    MOVE FXR-PHP-AMOUNT TO WS-PHP-DISP.
    DISPLAY "At today's rate   : PHP " WS-PHP-DISP.
    IF FXR-STALE = "Y"
        DISPLAY "WARNING: the " WS-CURRENCY-IN " rate is stale - "
            "the payroll run will refuse it until a fresh rate "
            "is loaded."
    END-IF.

SHOW-CONTRACT.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO PCY-EMP-ID.
    READ PAYCUR-FILE INVALID KEY
        DISPLAY "No contract on file - this employee is paid in "
            "pesos."
    NOT INVALID KEY
        MOVE PCY-CONTRACT-AMT TO WS-AMOUNT-DISP
        DISPLAY "Contract: " PCY-CURRENCY " " WS-AMOUNT-DISP
            " monthly, keyed " PCY-EFF-DATE
        MOVE PCY-CURRENCY TO FXR-CURRENCY
        MOVE WS-TODAY TO FXR-AS-OF-DATE
        MOVE PCY-CONTRACT-AMT TO FXR-AMOUNT
        CALL "FXRATE" USING FX-RATE-AREA
        IF FXR-FOUND = "Y"
            MOVE FXR-RATE TO WS-RATE-DISP
            MOVE FXR-PHP-AMOUNT TO WS-PHP-DISP
            DISPLAY "Rate    : " WS-RATE-DISP " effective "
                FXR-EFF-DATE
            DISPLAY "Pesos   : " WS-PHP-DISP
            IF FXR-STALE = "Y"
                DISPLAY "WARNING: rate is stale."
            END-IF
        ELSE
            DISPLAY "No rate in force for " PCY-CURRENCY "."
        END-IF
    END-READ.

REMOVE-CONTRACT.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO PCY-EMP-ID.
    READ PAYCUR-FILE INVALID KEY
        DISPLAY "No contract on file for " WS-LOOKUP-ID "."
    NOT INVALID KEY
        DISPLAY "Remove the contract (pay in pesos off the "
            "master)? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-CONFIRM
        IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
            DELETE PAYCUR-FILE RECORD
            DISPLAY "Contract removed."
        ELSE
            DISPLAY "No change made."
        END-IF
    END-READ.

LIST-CONTRACTS.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE ZERO TO PCY-EMP-ID.
    START PAYCUR-FILE KEY IS NOT LESS THAN PCY-EMP-ID
        INVALID KEY
            DISPLAY "No contracts on paycurr.dat."
            EXIT PARAGRAPH
    END-START.
    DISPLAY "EMP-ID CUR        AMOUNT KEYED".
    PERFORM UNTIL WS-PAYCUR-STATUS NOT = "00"
        READ PAYCUR-FILE NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-LIST-COUNT
                MOVE PCY-CONTRACT-AMT TO WS-AMOUNT-DISP
                DISPLAY PCY-EMP-ID " " PCY-CURRENCY " "
                    WS-AMOUNT-DISP " " PCY-EFF-DATE
        END-READ
    END-PERFORM.
    DISPLAY WS-LIST-COUNT " contract(s).".

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
