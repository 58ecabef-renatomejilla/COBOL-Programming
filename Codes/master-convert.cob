      *              (opersec.old to opersec.dat), with the old
      *              clear-text passwords encoded through PWDCODE
      *              and the password-change date stamped so aging
      *              starts at conversion. Payroll history converts
      *              the same way (payhist.old to payhist.dat), with
      *              the employer contribution shares, the loan
      *              deductions and the earnings breakdown zero on
      *              the periods paid before they were carried, and
      *              every old record becoming the regular run (00)
      *              of its period.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-CONVERT.
        RECORD KEY IS OPER-ID
        FILE STATUS IS OPER-SEC-STATUS.

       SELECT OLD-PH-FILE ASSIGN TO "payhist.old"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-PH-KEY
        FILE STATUS IS OLD-PH-STATUS.

       SELECT PAY-HISTORY ASSIGN TO "payhist.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PH-KEY
        FILE STATUS IS NEW-PH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-USER-FILE.
       FD OPER-FILE.
       COPY OPERREC.

      * Payroll history as written before the employer shares and
      * the year-end tax adjustment were carried.
       FD OLD-PH-FILE.
       01 OLD-PH-RECORD.
           05 OLD-PH-KEY.
               10 OLD-PH-FISCAL-YEAR PIC 9(4).
               10 OLD-PH-PERIOD      PIC 99.
               10 OLD-PH-EMP-ID      PIC 9(6).
           05 OLD-PH-GROSS      PIC 9(7)V99.
           05 OLD-PH-SSS        PIC 9(7)V99.
           05 OLD-PH-PHILHEALTH PIC 9(7)V99.
           05 OLD-PH-PAGIBIG    PIC 9(7)V99.
           05 OLD-PH-TAX        PIC 9(7)V99.
           05 OLD-PH-NET        PIC S9(7)V99.
           05 OLD-PH-BRANCH     PIC X(15).
           05 OLD-PH-GRADE      PIC X(2).

       FD PAY-HISTORY.
       COPY PAYHIST.

       WORKING-STORAGE SECTION.
       01 OLD-USER-STATUS PIC XX.
       01 NEW-USER-STATUS PIC XX.
       01 NEW-EMP-STATUS  PIC XX.
       01 OLD-OPER-STATUS PIC XX.
       01 OPER-SEC-STATUS PIC XX.
       01 OLD-PH-STATUS   PIC XX.
       01 NEW-PH-STATUS   PIC XX.
       01 WS-CONFIRM      PIC X(3).
       01 WS-USER-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-EMP-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-OPER-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-PH-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-RUN-DATE     PIC 9(8).
       01 WS-PWD-CODED    PIC X(10).

           PERFORM CONVERT-USER-MASTER
           PERFORM CONVERT-EMPLOYEE-MASTER
           PERFORM CONVERT-OPERATOR-MASTER
           PERFORM CONVERT-PAY-HISTORY
           DISPLAY "Conversion complete."
           DISPLAY "  users.dat    : " WS-USER-COUNT " record(s)"
           DISPLAY "  employee.dat : " WS-EMP-COUNT " record(s)"
           DISPLAY "  opersec.dat  : " WS-OPER-COUNT " record(s)"
           DISPLAY "  payhist.dat  : " WS-PH-COUNT " record(s)"
           GOBACK.

       CONVERT-USER-MASTER.
                       MOVE ZERO TO EMP-SEP-DATE
                       MOVE SPACES TO EMP-SEP-REASON
                       MOVE SPACES TO EMP-DEPT
                       MOVE ZERO TO EMP-SUPERVISOR
                       WRITE EMPLOYEE-RECORD
                       ADD 1 TO WS-EMP-COUNT
               END-READ
           CLOSE OPER-FILE
           DISPLAY "opersec.dat rebuilt - " WS-OPER-COUNT
               " record(s). Passwords are now stored encoded.".

      * Payroll history conversion: every period keeps its employee
      * deductions; the employer shares start at zero because those
      * periods were remitted off the old hand computation, no
      * period carries a year-end adjustment yet, and company loans
      * were collected outside payroll; the old gross was basic
      * salary alone, so there is no earnings breakdown to carry.
       CONVERT-PAY-HISTORY.
           OPEN INPUT OLD-PH-FILE
           IF OLD-PH-STATUS NOT = "00"
               DISPLAY "payhist.old not found (status "
                   OLD-PH-STATUS ") - payroll history skipped. "
                   "Rename the old payhist.dat to payhist.old first."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Rebuild payhist.dat from payhist.old? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Payroll history conversion skipped."
               CLOSE OLD-PH-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PAY-HISTORY
           PERFORM UNTIL OLD-PH-STATUS = "10"
               READ OLD-PH-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE OLD-PH-FISCAL-YEAR TO PH-FISCAL-YEAR
                       MOVE OLD-PH-PERIOD TO PH-PERIOD
                       MOVE OLD-PH-EMP-ID TO PH-EMP-ID
                       MOVE ZERO TO PH-RUN-NO
                       MOVE OLD-PH-GROSS TO PH-GROSS
                       MOVE OLD-PH-SSS TO PH-SSS
                       MOVE OLD-PH-PHILHEALTH TO PH-PHILHEALTH
                       MOVE OLD-PH-PAGIBIG TO PH-PAGIBIG
                       MOVE OLD-PH-TAX TO PH-TAX
                       MOVE OLD-PH-NET TO PH-NET
                       MOVE OLD-PH-BRANCH TO PH-BRANCH
                       MOVE OLD-PH-GRADE TO PH-GRADE
                       MOVE ZERO TO PH-ER-SSS
                       MOVE ZERO TO PH-ER-PHILHEALTH
                       MOVE ZERO TO PH-ER-PAGIBIG
                       MOVE ZERO TO PH-TAX-ADJ
                       MOVE ZERO TO PH-LOAN-DEDUCT
                       MOVE ZERO TO PH-EARNINGS
                       MOVE ZERO TO PH-NONTAX-EARN
                       MOVE SPACE TO PH-HOLD
                       MOVE ZERO TO PH-RETRO-GROSS
                       MOVE ZERO TO PH-RETRO-CONTRIB
                       MOVE ZERO TO PH-RETRO-TAX
                       MOVE ZERO TO PH-RETRO-NET
                       MOVE SPACE TO PH-RUN-TYPE
                       MOVE SPACE TO PH-REVERSED
                       MOVE ZERO TO PH-REV-RUN-NO
                       MOVE SPACES TO PH-RUN-REASON
                       MOVE SPACES TO PH-RUN-OPERATOR
                       MOVE ZERO TO PH-RUN-DATE
                       MOVE SPACES TO PH-PAY-CURRENCY
                       MOVE ZERO TO PH-CONTRACT-AMT
                       MOVE ZERO TO PH-FX-RATE
                       MOVE ZERO TO PH-FX-EFF-DATE
                       MOVE ZERO TO PH-BASIC-PHP
                       MOVE ZERO TO PH-HMO-DEDUCT
                       WRITE PAY-HISTORY-RECORD
                       ADD 1 TO WS-PH-COUNT
               END-READ
           END-PERFORM
           CLOSE OLD-PH-FILE
           CLOSE PAY-HISTORY
           DISPLAY "payhist.dat rebuilt - " WS-PH-COUNT
               " record(s). Employer shares start with the next "
               "payroll run.".
