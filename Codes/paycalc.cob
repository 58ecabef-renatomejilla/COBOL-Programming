*>                Tax        - DED-AMT plus DED-RATE of the excess
*>                             of gross over DED-MIN
*>              A missing or empty rate file deducts zero for that
*>              scheme. The employer's matching share comes off the
*>              same bracket - DED-ER-AMT plus DED-ER-RATE of the
*>              same base the employee share used (the clamped base
*>              for PhilHealth) - and is returned in PAY-ER-*
*>              without touching net pay. Company loan and
*>              salary-advance installments the caller has already
*>              taken through LOANDED come in as PAY-LOAN-DEDUCT
*>              and are the last thing off net pay; the employee's
*>              health plan premium share comes in as
*>              PAY-HMO-DEDUCT and also comes off net pay, but is
*>              not a tax deduction. Allowances
*>              and other earnings are part of PAY-GROSS; the
*>              non-taxable share of them, PAY-NONTAX-EARN, is paid
*>              in full but left out of the gross every bracket
*>              above is looked up and computed on.

IDENTIFICATION DIVISION.
PROGRAM-ID.     PAYCALC.
    01 WS-BEST-DATE         PIC 9(8).
    01 WS-PICK-IDX          PIC 9(3).
    01 WS-BASE              PIC 9(7)V99.
    01 WS-CALC-GROSS        PIC 9(7)V99.
    01 WS-RESULT            PIC 9(7)V99.
    01 WS-ER-RESULT         PIC 9(7)V99.
    01 WS-RAW-MONEY         PIC 9(11)V9(4).
    COPY MONEYSRV.
*> One bracket table per scheme: 1=SSS 2=PhilHealth 3=Pag-IBIG
                15 WS-TBL-MAX   PIC 9(7)V99.
                15 WS-TBL-AMT   PIC 9(7)V99.
                15 WS-TBL-RATE  PIC 9(2)V9(4).
                15 WS-TBL-ER-AMT  PIC 9(7)V99.
                15 WS-TBL-ER-RATE PIC 9(2)V9(4).

    LINKAGE SECTION.
    COPY PAYCALC.
        PERFORM LOAD-ALL-TABLES
    END-IF.

*>  Non-taxable earnings are paid but stay out of every bracket.
    IF PAY-NONTAX-EARN < PAY-GROSS
        COMPUTE WS-CALC-GROSS = PAY-GROSS - PAY-NONTAX-EARN
    ELSE
        MOVE ZERO TO WS-CALC-GROSS
    END-IF.

    MOVE 1 TO WS-SCHEME.
    PERFORM COMPUTE-ONE-SCHEME.
    MOVE WS-RESULT TO PAY-SSS.
    MOVE WS-ER-RESULT TO PAY-ER-SSS.

    MOVE 2 TO WS-SCHEME.
    PERFORM COMPUTE-ONE-SCHEME.
    MOVE WS-RESULT TO PAY-PHILHEALTH.
    MOVE WS-ER-RESULT TO PAY-ER-PHILHEALTH.

    MOVE 3 TO WS-SCHEME.
    PERFORM COMPUTE-ONE-SCHEME.
    MOVE WS-RESULT TO PAY-PAGIBIG.
    MOVE WS-ER-RESULT TO PAY-ER-PAGIBIG.

    MOVE 4 TO WS-SCHEME.
    PERFORM COMPUTE-ONE-SCHEME.
    MOVE WS-RESULT TO PAY-TAX.

    COMPUTE PAY-NET = PAY-GROSS - PAY-SSS - PAY-PHILHEALTH
        - PAY-PAGIBIG - PAY-TAX - PAY-HMO-DEDUCT
        - PAY-LOAN-DEDUCT.
GOBACK.

LOAD-ALL-TABLES.
                        WS-TBL-COUNT(WS-SCHEME))
                    MOVE DED-RATE TO WS-TBL-RATE(WS-SCHEME,
                        WS-TBL-COUNT(WS-SCHEME))
                    PERFORM LOAD-EMPLOYER-SHARE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DEDUCT-FILE.

*> Bracket lines written before the employer share was carried
*> end at DED-RATE; the short line reads back as spaces, which
*> counts as no employer share rather than bad data.
LOAD-EMPLOYER-SHARE.
    IF DED-ER-AMT IS NUMERIC
        MOVE DED-ER-AMT TO WS-TBL-ER-AMT(WS-SCHEME,
            WS-TBL-COUNT(WS-SCHEME))
    ELSE
        MOVE ZERO TO WS-TBL-ER-AMT(WS-SCHEME,
            WS-TBL-COUNT(WS-SCHEME))
    END-IF.
    IF DED-ER-RATE IS NUMERIC
        MOVE DED-ER-RATE TO WS-TBL-ER-RATE(WS-SCHEME,
            WS-TBL-COUNT(WS-SCHEME))
    ELSE
        MOVE ZERO TO WS-TBL-ER-RATE(WS-SCHEME,
            WS-TBL-COUNT(WS-SCHEME))
    END-IF.

*> Two passes: the latest effective date not after the pay date,
*> then the bracket under that date covering the gross.
COMPUTE-ONE-SCHEME.
    MOVE ZERO TO WS-RESULT.
    MOVE ZERO TO WS-ER-RESULT.
    MOVE ZERO TO WS-BEST-DATE.
    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > WS-TBL-COUNT(WS-SCHEME)
    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > WS-TBL-COUNT(WS-SCHEME)
        IF WS-TBL-EFF(WS-SCHEME, WS-IDX) = WS-BEST-DATE
                AND WS-CALC-GROSS >= WS-TBL-MIN(WS-SCHEME, WS-IDX)
                AND WS-CALC-GROSS <= WS-TBL-MAX(WS-SCHEME, WS-IDX)
            MOVE WS-IDX TO WS-PICK-IDX
            EXIT PERFORM
        END-IF
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-CALC-GROSS TO WS-BASE.
    IF WS-SCHEME = 2
        IF WS-BASE < WS-TBL-MIN(WS-SCHEME, WS-PICK-IDX)
            MOVE WS-TBL-MIN(WS-SCHEME, WS-PICK-IDX) TO WS-BASE
        END-IF
        IF WS-BASE > WS-TBL-MAX(WS-SCHEME, WS-PICK-IDX)
            MOVE WS-TBL-MAX(WS-SCHEME, WS-PICK-IDX) TO WS-BASE
        END-IF
    END-IF.

    EVALUATE WS-SCHEME
        WHEN 1
        WHEN 2
        WHEN 3
            COMPUTE WS-RAW-MONEY =
                WS-TBL-AMT(WS-SCHEME, WS-PICK-IDX)
                + WS-TBL-RATE(WS-SCHEME, WS-PICK-IDX) * WS-BASE
        WHEN 4
            COMPUTE WS-RAW-MONEY =
                WS-TBL-AMT(WS-SCHEME, WS-PICK-IDX)
                + WS-TBL-RATE(WS-SCHEME, WS-PICK-IDX)
                * (WS-CALC-GROSS - WS-TBL-MIN(WS-SCHEME, WS-PICK-IDX))
    END-EVALUATE.
*> Every contribution settles to the centavo through
*> MONEY-SERVICES, so the register, slips and remittances agree.
    CALL "MONEY-SERVICES" USING MONEY-SRV-AREA.
    MOVE MNY-RESULT TO WS-RESULT.

*> Employer share: same bracket, same base, no tax counterpart.
    IF WS-SCHEME = 4
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-RAW-MONEY =
        WS-TBL-ER-AMT(WS-SCHEME, WS-PICK-IDX)
        + WS-TBL-ER-RATE(WS-SCHEME, WS-PICK-IDX) * WS-BASE.
    SET MNY-ROUND-HALF-UP TO TRUE.
    MOVE WS-RAW-MONEY TO MNY-AMOUNT.
    CALL "MONEY-SERVICES" USING MONEY-SRV-AREA.
    MOVE MNY-RESULT TO WS-ER-RESULT.

PICK-CLAMP-BRACKET.
    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > WS-TBL-COUNT(WS-SCHEME)
            IF WS-PICK-IDX = ZERO
                MOVE WS-IDX TO WS-PICK-IDX
            ELSE
                IF WS-CALC-GROSS > WS-TBL-MAX(WS-SCHEME, WS-PICK-IDX)
                        AND WS-TBL-MAX(WS-SCHEME, WS-IDX) >
                            WS-TBL-MAX(WS-SCHEME, WS-PICK-IDX)
                    MOVE WS-IDX TO WS-PICK-IDX
                END-IF
                IF WS-CALC-GROSS < WS-TBL-MIN(WS-SCHEME, WS-PICK-IDX)
                        AND WS-TBL-MIN(WS-SCHEME, WS-IDX) <
                            WS-TBL-MIN(WS-SCHEME, WS-PICK-IDX)
                    MOVE WS-IDX TO WS-PICK-IDX
