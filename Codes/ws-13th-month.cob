    END-IF.

*> An apply rerun replaces the whole period-13 posting: every
*> regular-run row still carrying the FY under period 13 is
*> deleted before the fresh benefits post, so an employee
*> separated since the earlier apply leaves no stale row for
*> WS-PAY-DISBURSE to pay. Off-cycle runs, reversals and the
*> regular records they reversed stay, as in the register - they
*> are the audit trail of the corrections.
PURGE-PERIOD-13.
    MOVE WS-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE 13 TO PH-PERIOD.
    MOVE ZERO TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            EXIT PARAGRAPH
                        OR PH-PERIOD NOT = 13
                    EXIT PERFORM
                END-IF
                IF PH-RUN-NO = ZERO AND NOT PH-IS-REVERSED
                    DELETE PAY-HISTORY RECORD
                END-IF
        END-READ
    END-PERFORM.

    MOVE WS-FISCAL-YEAR TO PH-FISCAL-YEAR.
    MOVE 13 TO PH-PERIOD.
    MOVE EMP-ID TO PH-EMP-ID.
    MOVE ZERO TO PH-RUN-NO.
    MOVE WS-BENEFIT TO PH-GROSS.
    MOVE ZERO TO PH-SSS.
    MOVE ZERO TO PH-PHILHEALTH.
    MOVE ZERO TO PH-PAGIBIG.
    MOVE ZERO TO PH-TAX.
    MOVE WS-BENEFIT TO PH-NET.
    MOVE ZERO TO PH-ER-SSS.
    MOVE ZERO TO PH-ER-PHILHEALTH.
    MOVE ZERO TO PH-ER-PAGIBIG.
    MOVE ZERO TO PH-TAX-ADJ.
    MOVE ZERO TO PH-LOAN-DEDUCT.
    MOVE ZERO TO PH-EARNINGS.
    MOVE ZERO TO PH-NONTAX-EARN.
    MOVE SPACE TO PH-HOLD.
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
    MOVE EMP-LOCATION TO PH-BRANCH.
    MOVE EMP-GRADE TO PH-GRADE.
    WRITE PAY-HISTORY-RECORD
