*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Callable earnings gatherer. Sums an employee's
*>              recurring allowances in force on the payroll run
*>              date and the one-time earnings booked for the
*>              fiscal period, split taxable and non-taxable, and
*>              hands back the items so the register and the
*>              payslip can print them line by line, together
*>              with any leave without pay booked for the period on
*>              lwop.dat. Nothing is posted, so a rerun sees
*>              exactly the same earnings.
*>              See copybooks/EARNSUM.cpy.

IDENTIFICATION DIVISION.
PROGRAM-ID.     EARNSUM.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EARNING-FILE ASSIGN TO "earnings.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ERN-KEY
            FILE STATUS IS WS-EARN-STATUS.

        SELECT LWOP-FILE ASSIGN TO "lwop.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS LWP-KEY
            FILE STATUS IS WS-LWOP-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EARNING-FILE.
    COPY EARNREC.

    FD LWOP-FILE.
    COPY LWOPREC.

    WORKING-STORAGE SECTION.
    01 WS-EARN-STATUS       PIC XX.
    01 WS-LWOP-STATUS       PIC XX.
    01 WS-PAY-IT            PIC X.

    LINKAGE SECTION.
    COPY EARNSUM.

PROCEDURE DIVISION USING EARN-SUM-AREA.
001-MAIN.
    MOVE ZERO TO ESM-TAXABLE.
    MOVE ZERO TO ESM-NONTAX.
    MOVE ZERO TO ESM-COUNT.
    PERFORM GET-LEAVE-WITHOUT-PAY.

    OPEN INPUT EARNING-FILE.
    IF WS-EARN-STATUS NOT = "00"
        GOBACK
    END-IF.
    MOVE ESM-EMP-ID TO ERN-EMP-ID.
    MOVE ZERO TO ERN-SEQ.
    START EARNING-FILE KEY IS NOT LESS THAN ERN-KEY
        INVALID KEY
            MOVE "10" TO WS-EARN-STATUS
    END-START.
    PERFORM UNTIL WS-EARN-STATUS NOT = "00"
        READ EARNING-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF ERN-EMP-ID NOT = ESM-EMP-ID
            EXIT PERFORM
        END-IF
        PERFORM CHECK-ONE-EARNING
        IF WS-PAY-IT = "Y"
            PERFORM ADD-ONE-EARNING
        END-IF
    END-PERFORM.
    CLOSE EARNING-FILE.
GOBACK.

CHECK-ONE-EARNING.
    MOVE "N" TO WS-PAY-IT.
    IF ERN-RECURRING
        IF ERN-EFF-DATE <= ESM-AS-OF-DATE
                AND (ERN-END-DATE = ZERO
                    OR ERN-END-DATE >= ESM-AS-OF-DATE)
            MOVE "Y" TO WS-PAY-IT
        END-IF
    ELSE
        IF ERN-FISCAL-YEAR = ESM-FISCAL-YEAR
                AND ERN-PERIOD = ESM-PERIOD
            MOVE "Y" TO WS-PAY-IT
        END-IF
    END-IF.
    IF ERN-AMOUNT = ZERO
        MOVE "N" TO WS-PAY-IT
    END-IF.

ADD-ONE-EARNING.
    IF ERN-NON-TAXABLE
        ADD ERN-AMOUNT TO ESM-NONTAX
    ELSE
        ADD ERN-AMOUNT TO ESM-TAXABLE
    END-IF.
    ADD 1 TO ESM-COUNT.
    IF ESM-COUNT <= 10
        MOVE ERN-CODE TO ESM-ITEM-CODE(ESM-COUNT)
        MOVE ERN-DESC TO ESM-ITEM-DESC(ESM-COUNT)
        MOVE ERN-AMOUNT TO ESM-ITEM-AMOUNT(ESM-COUNT)
        MOVE ERN-TAXABLE TO ESM-ITEM-TAXABLE(ESM-COUNT)
    END-IF.

GET-LEAVE-WITHOUT-PAY.
    MOVE ZERO TO ESM-LWOP-DAYS.
    MOVE ZERO TO ESM-LWOP-AMOUNT.
    OPEN INPUT LWOP-FILE.
    IF WS-LWOP-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE ESM-EMP-ID TO LWP-EMP-ID.
    MOVE ESM-FISCAL-YEAR TO LWP-FISCAL-YEAR.
    MOVE ESM-PERIOD TO LWP-PERIOD.
    READ LWOP-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE LWP-DAYS TO ESM-LWOP-DAYS
            MOVE LWP-AMOUNT TO ESM-LWOP-AMOUNT
    END-READ.
    CLOSE LWOP-FILE.
