*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Maintenance for earnings.dat, the allowances and
*>              other earnings payroll adds into gross. A
*>              recurring allowance (rice, transport) carries an
*>              effective date and an optional end date; a
*>              one-time earning (commission, bonus) names the
*>              fiscal year and period it is paid in. Each is
*>              flagged taxable or non-taxable. The employee is
*>              checked against the master and dates through
*>              DATE-SERVICES. List an employee's earnings, stop a
*>              recurring allowance by giving it an end date, or
*>              remove an entry keyed in error.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-EARN-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EARNING-FILE ASSIGN TO "earnings.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ERN-KEY
            FILE STATUS IS WS-EARN-STATUS.

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
    FD EARNING-FILE.
    COPY EARNREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    WORKING-STORAGE SECTION.
    01 WS-EARN-STATUS       PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-EMP-KNOWN         PIC X.
    01 WS-SEQ-IN            PIC 9(3).
    01 WS-NEXT-SEQ          PIC 9(3).
    01 WS-CODE-IN           PIC X(4).
    01 WS-DESC-IN           PIC X(20).
    01 WS-AMOUNT-IN         PIC 9(7)V99.
    01 WS-TAXABLE-IN        PIC X.
    01 WS-DATE-IN           PIC 9(8).
    01 WS-DATE-OK           PIC X.
    01 WS-FY-IN             PIC 9(4).
    01 WS-PERIOD-IN         PIC 99.
    01 WS-CONFIRM           PIC X.
    01 WS-LIST-COUNT        PIC 9(3).
    01 WS-AMT-DISP          PIC Z,ZZZ,ZZ9.99.
    COPY DATESRV.

PROCEDURE DIVISION.
001-MAIN.
    OPEN I-O EARNING-FILE.
    IF WS-EARN-STATUS = "35"
        OPEN OUTPUT EARNING-FILE
        CLOSE EARNING-FILE
        OPEN I-O EARNING-FILE
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - add employees first "
            "using WS-INPUT."
        CLOSE EARNING-FILE
        GOBACK
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== ALLOWANCES AND OTHER EARNINGS ===="
        DISPLAY "1 - Add Recurring Allowance"
        DISPLAY "2 - Add One-Time Earning"
        DISPLAY "3 - List Earnings of an Employee"
        DISPLAY "4 - Stop a Recurring Allowance"
        DISPLAY "5 - Remove an Entry"
        DISPLAY "6 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM ADD-RECURRING
            WHEN 2
                PERFORM ADD-ONE-TIME
            WHEN 3
                PERFORM LIST-EARNINGS
            WHEN 4
                PERFORM STOP-RECURRING
            WHEN 5
                PERFORM REMOVE-EARNING
            WHEN 6
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE EARNING-FILE.
    CLOSE EMPLOYEE-MASTER.
    DISPLAY "Earnings maintenance ended.".
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

*> The fields every earning carries, whatever its kind.
ACCEPT-EARNING-DETAILS.
    DISPLAY "Employee ID             : " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        MOVE "N" TO WS-EMP-KNOWN
        EXIT PARAGRAPH
    END-IF.
    PERFORM READ-EMPLOYEE.
    IF WS-EMP-KNOWN NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    IF EMP-SEPARATED
        DISPLAY "Employee is separated - nothing more is paid "
            "through payroll."
        MOVE "N" TO WS-EMP-KNOWN
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Earning code (4 char)   : " WITH NO ADVANCING.
    ACCEPT WS-CODE-IN.
    MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN.
    DISPLAY "Description             : " WITH NO ADVANCING.
    ACCEPT WS-DESC-IN.
    DISPLAY "Monthly amount          : " WITH NO ADVANCING.
    ACCEPT WS-AMOUNT-IN.
    DISPLAY "Taxable? (Y/N)          : " WITH NO ADVANCING.
    ACCEPT WS-TAXABLE-IN.
    MOVE FUNCTION UPPER-CASE(WS-TAXABLE-IN) TO WS-TAXABLE-IN.
    IF WS-CODE-IN = SPACES OR WS-AMOUNT-IN = ZERO
        DISPLAY "Code and amount are required - not saved."
        MOVE "N" TO WS-EMP-KNOWN
        EXIT PARAGRAPH
    END-IF.
    IF WS-TAXABLE-IN NOT = "Y" AND WS-TAXABLE-IN NOT = "N"
        DISPLAY "Taxable must be Y or N - not saved."
        MOVE "N" TO WS-EMP-KNOWN
    END-IF.

ADD-RECURRING.
    PERFORM ACCEPT-EARNING-DETAILS.
    IF WS-EMP-KNOWN NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Effective date YYYYMMDD : " WITH NO ADVANCING.
    ACCEPT WS-DATE-IN.
    PERFORM VALIDATE-DATE-IN.
    IF WS-DATE-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO EARNING-RECORD.
    SET ERN-RECURRING TO TRUE.
    MOVE WS-DATE-IN TO ERN-EFF-DATE.
    MOVE ZERO TO ERN-END-DATE.
    MOVE ZERO TO ERN-FISCAL-YEAR.
    MOVE ZERO TO ERN-PERIOD.
    PERFORM WRITE-NEW-EARNING.

*> A one-time earning is tied to one fiscal period so a register
*> rerun for that period pays it again and no other period ever
*> does.
ADD-ONE-TIME.
    PERFORM ACCEPT-EARNING-DETAILS.
    IF WS-EMP-KNOWN NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Pay in fiscal year      : " WITH NO ADVANCING.
    ACCEPT WS-FY-IN.
    DISPLAY "Pay in period (1-12)    : " WITH NO ADVANCING.
    ACCEPT WS-PERIOD-IN.
    IF WS-FY-IN = ZERO OR WS-PERIOD-IN < 1 OR WS-PERIOD-IN > 12
        DISPLAY "Fiscal year and a period 1 to 12 are required "
            "- not saved."
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO EARNING-RECORD.
    SET ERN-ONE-TIME TO TRUE.
    MOVE ZERO TO ERN-EFF-DATE.
    MOVE ZERO TO ERN-END-DATE.
    MOVE WS-FY-IN TO ERN-FISCAL-YEAR.
    MOVE WS-PERIOD-IN TO ERN-PERIOD.
    PERFORM WRITE-NEW-EARNING.

WRITE-NEW-EARNING.
    PERFORM FIND-NEXT-SEQ.
    MOVE WS-LOOKUP-ID TO ERN-EMP-ID.
    MOVE WS-NEXT-SEQ TO ERN-SEQ.
    MOVE WS-CODE-IN TO ERN-CODE.
    MOVE WS-DESC-IN TO ERN-DESC.
    MOVE WS-AMOUNT-IN TO ERN-AMOUNT.
    MOVE WS-TAXABLE-IN TO ERN-TAXABLE.
    WRITE EARNING-RECORD
        INVALID KEY
            DISPLAY "Entry already on file - not saved."
        NOT INVALID KEY
            DISPLAY "Earning " ERN-SEQ " added for " WS-LOOKUP-ID "."
    END-WRITE.

*> Entries are numbered within the employee; the next number is
*> one past the highest on file. The record area is saved around
*> the scan because the scan reads into it.
FIND-NEXT-SEQ.
    MOVE 1 TO WS-NEXT-SEQ.
    MOVE WS-LOOKUP-ID TO ERN-EMP-ID.
    MOVE ZERO TO ERN-SEQ.
    START EARNING-FILE KEY IS NOT LESS THAN ERN-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-EARN-STATUS NOT = "00"
        READ EARNING-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF ERN-EMP-ID NOT = WS-LOOKUP-ID
            EXIT PERFORM
        END-IF
        COMPUTE WS-NEXT-SEQ = ERN-SEQ + 1
    END-PERFORM.

LIST-EARNINGS.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE WS-LOOKUP-ID TO ERN-EMP-ID.
    MOVE ZERO TO ERN-SEQ.
    START EARNING-FILE KEY IS NOT LESS THAN ERN-KEY
        INVALID KEY
            DISPLAY "No earnings on file for " WS-LOOKUP-ID "."
            EXIT PARAGRAPH
    END-START.
    DISPLAY "SEQ K CODE DESCRIPTION                AMOUNT T "
        "FROM     TO       FY   PER".
    PERFORM UNTIL WS-EARN-STATUS NOT = "00"
        READ EARNING-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF ERN-EMP-ID NOT = WS-LOOKUP-ID
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-LIST-COUNT
        MOVE ERN-AMOUNT TO WS-AMT-DISP
        DISPLAY ERN-SEQ " " ERN-KIND " " ERN-CODE " " ERN-DESC
            " " WS-AMT-DISP " " ERN-TAXABLE " " ERN-EFF-DATE
            " " ERN-END-DATE " " ERN-FISCAL-YEAR " " ERN-PERIOD
    END-PERFORM.
    IF WS-LIST-COUNT = ZERO
        DISPLAY "No earnings on file for " WS-LOOKUP-ID "."
    ELSE
        DISPLAY WS-LIST-COUNT " entry(ies). K: R recurring, "
            "O one-time; T: Y taxable, N non-taxable."
    END-IF.

*> Stopping keeps the history: the allowance stays on file with
*> its last paid-through date.
STOP-RECURRING.
    PERFORM READ-ONE-ENTRY.
    IF WS-EARN-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    IF NOT ERN-RECURRING
        DISPLAY "Entry is a one-time earning - remove it instead."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Last date paid YYYYMMDD : " WITH NO ADVANCING.
    ACCEPT WS-DATE-IN.
    PERFORM VALIDATE-DATE-IN.
    IF WS-DATE-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    IF WS-DATE-IN < ERN-EFF-DATE
        DISPLAY "End date is before the effective date - "
            "not saved."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-DATE-IN TO ERN-END-DATE.
    REWRITE EARNING-RECORD.
    DISPLAY "Allowance stops after " WS-DATE-IN ".".

REMOVE-EARNING.
    PERFORM READ-ONE-ENTRY.
    IF WS-EARN-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Remove " ERN-CODE " " ERN-DESC "? (Y/N): "
        WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
        DELETE EARNING-FILE RECORD
        DISPLAY "Entry removed."
    ELSE
        DISPLAY "No change made."
    END-IF.

READ-ONE-ENTRY.
    DISPLAY "Employee ID  : " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        MOVE "23" TO WS-EARN-STATUS
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Entry number : " WITH NO ADVANCING.
    ACCEPT WS-SEQ-IN.
    MOVE WS-LOOKUP-ID TO ERN-EMP-ID.
    MOVE WS-SEQ-IN TO ERN-SEQ.
    READ EARNING-FILE
        INVALID KEY
            DISPLAY "No such entry on file."
    END-READ.

VALIDATE-DATE-IN.
    SET DSRV-VALIDATE TO TRUE.
    MOVE WS-DATE-IN TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-VALID-FLAG TO WS-DATE-OK.
    IF WS-DATE-OK NOT = "Y"
        DISPLAY "Not a valid calendar date - not saved."
    END-IF.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
