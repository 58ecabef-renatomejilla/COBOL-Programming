*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Callable exchange-rate lookup and peso conversion
*>              for the payroll programs, applying WS-CONVERT's
*>              rules so a payroll conversion and an operator's
*>              conversion agree: fxrates.dat holds PHP per unit of
*>              each quoted currency by effective date, the rate in
*>              force is the latest one not after the as-of date,
*>              and it is stale when older than the fxstale.ctl
*>              limit in business days (five when the control is
*>              missing or bad). The converted amount is settled
*>              to the centavo by MONEY-SERVICES. Both files are
*>              opened and closed on every call so a rate loaded
*>              moments earlier through WS-FX-MAINT is always seen.
*>              See copybooks/FXRATE.cpy.

IDENTIFICATION DIVISION.
PROGRAM-ID.     FXRATE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RATE-FILE ASSIGN TO "fxrates.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATE-STATUS.

        SELECT STALE-FILE ASSIGN TO "fxstale.ctl"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STALE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD RATE-FILE.
    01 RATE-RECORD.
        05 FX-CURRENCY      PIC X(3).
        05 FX-RATE          PIC 9(5)V9(6).
        05 FX-EFF-DATE      PIC 9(8).

    FD STALE-FILE.
    01 STALE-RECORD         PIC X(3).

    WORKING-STORAGE SECTION.
    01 WS-RATE-STATUS       PIC XX.
    01 WS-STALE-STATUS      PIC XX.
    01 WS-STALE-IDX         PIC 9.
    01 WS-STALE-OK          PIC X.
    01 WS-STALE-WORK        PIC 9(3).
    01 WS-RATE-AGE          PIC S9(5).
    COPY DATESRV.
    COPY MONEYSRV.

    LINKAGE SECTION.
    COPY FXRATE.

PROCEDURE DIVISION USING FX-RATE-AREA.
001-MAIN.
    MOVE "N" TO FXR-FOUND.
    MOVE "N" TO FXR-STALE.
    MOVE ZERO TO FXR-RATE.
    MOVE ZERO TO FXR-EFF-DATE.
    MOVE ZERO TO FXR-PHP-AMOUNT.
    MOVE 5 TO FXR-STALE-LIMIT.
    PERFORM READ-STALE-LIMIT.

    IF FXR-CURRENCY = "PHP"
        MOVE 1 TO FXR-RATE
        MOVE FXR-AS-OF-DATE TO FXR-EFF-DATE
        MOVE "Y" TO FXR-FOUND
    ELSE
        PERFORM FIND-RATE-IN-FORCE
    END-IF.
    IF FXR-FOUND NOT = "Y"
        GOBACK
    END-IF.

    SET MNY-ROUND-HALF-UP TO TRUE.
    COMPUTE MNY-AMOUNT = FXR-AMOUNT * FXR-RATE
        ON SIZE ERROR
            MOVE ZERO TO MNY-AMOUNT
    END-COMPUTE.
    CALL "MONEY-SERVICES" USING MONEY-SRV-AREA.
    MOVE MNY-RESULT TO FXR-PHP-AMOUNT.
GOBACK.

FIND-RATE-IN-FORCE.
    OPEN INPUT RATE-FILE.
    IF WS-RATE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-RATE-STATUS = "10"
        READ RATE-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF FX-CURRENCY = FXR-CURRENCY
                        AND FX-EFF-DATE <= FXR-AS-OF-DATE
                        AND FX-EFF-DATE >= FXR-EFF-DATE
                    MOVE FX-EFF-DATE TO FXR-EFF-DATE
                    MOVE FX-RATE TO FXR-RATE
                    MOVE "Y" TO FXR-FOUND
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RATE-FILE.
    IF FXR-FOUND = "Y"
        SET DSRV-WORKDAYS TO TRUE
        MOVE FXR-EFF-DATE TO DSRV-DATE-A
        MOVE FXR-AS-OF-DATE TO DSRV-DATE-B
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
        COMPUTE WS-RATE-AGE = DSRV-RESULT-NUM - 1
        IF WS-RATE-AGE > FXR-STALE-LIMIT
            MOVE "Y" TO FXR-STALE
        END-IF
    END-IF.

*> Same free-form digits control WS-CONVERT reads; a missing or
*> bad file leaves the standing default of five business days.
READ-STALE-LIMIT.
    OPEN INPUT STALE-FILE.
    IF WS-STALE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    READ STALE-FILE
        AT END
            CONTINUE
        NOT AT END
            PERFORM PARSE-STALE-LIMIT
    END-READ.
    CLOSE STALE-FILE.

PARSE-STALE-LIMIT.
    MOVE "Y" TO WS-STALE-OK.
    MOVE ZERO TO WS-STALE-WORK.
    PERFORM VARYING WS-STALE-IDX FROM 1 BY 1
            UNTIL WS-STALE-IDX > 3
        EVALUATE STALE-RECORD(WS-STALE-IDX:1)
            WHEN SPACE
                CONTINUE
            WHEN "0" THRU "9"
                COMPUTE WS-STALE-WORK = WS-STALE-WORK * 10
                    + FUNCTION NUMVAL(
                        STALE-RECORD(WS-STALE-IDX:1))
            WHEN OTHER
                MOVE "N" TO WS-STALE-OK
        END-EVALUATE
    END-PERFORM.
    IF WS-STALE-OK = "Y" AND WS-STALE-WORK > ZERO
        MOVE WS-STALE-WORK TO FXR-STALE-LIMIT
    END-IF.
