*>              add effective-dated brackets (history is kept, not
*>              overwritten - the new effective date simply takes
*>              over from its date forward, the fxrates.dat
*>              discipline) or list what is on file. SSS,
*>              PhilHealth and Pag-IBIG brackets also carry the
*>              employer's matching amount and rate; withholding
*>              tax has no employer share and skips those prompts.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-DEDUCT-MAINT.
    01 WS-MAX-IN            PIC 9(7)V99.
    01 WS-AMT-IN            PIC 9(7)V99.
    01 WS-RATE-IN           PIC 9(2)V9(4).
    01 WS-ER-AMT-IN         PIC 9(7)V99.
    01 WS-ER-RATE-IN        PIC 9(2)V9(4).
    01 WS-LIST-COUNT        PIC 9(3).
    01 WS-MIN-DISP          PIC Z,ZZZ,ZZ9.99.
    01 WS-MAX-DISP          PIC Z,ZZZ,ZZ9.99.
    01 WS-AMT-DISP          PIC Z,ZZZ,ZZ9.99.
    01 WS-RATE-DISP         PIC Z9.9999.
    01 WS-ER-AMT-DISP       PIC Z,ZZZ,ZZ9.99.
    01 WS-ER-RATE-DISP      PIC Z9.9999.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-AMT-IN.
    DISPLAY "Rate (e.g. 0.0450 for 4.5%) : " WITH NO ADVANCING.
    ACCEPT WS-RATE-IN.
    MOVE ZERO TO WS-ER-AMT-IN.
    MOVE ZERO TO WS-ER-RATE-IN.
    IF WS-SCHEME-OPTION NOT = 4
        DISPLAY "Employer fixed amount       : " WITH NO ADVANCING
        ACCEPT WS-ER-AMT-IN
        DISPLAY "Employer rate               : " WITH NO ADVANCING
        ACCEPT WS-ER-RATE-IN
    END-IF.

    OPEN EXTEND DEDUCT-FILE.
    IF WS-DEDUCT-STATUS = "35"
    MOVE WS-MAX-IN TO DED-MAX.
    MOVE WS-AMT-IN TO DED-AMT.
    MOVE WS-RATE-IN TO DED-RATE.
    MOVE WS-ER-AMT-IN TO DED-ER-AMT.
    MOVE WS-ER-RATE-IN TO DED-ER-RATE.
    WRITE DEDUCT-RECORD.
    CLOSE DEDUCT-FILE.
    DISPLAY "Bracket added to "
    END-IF.
    MOVE ZERO TO WS-LIST-COUNT.
    DISPLAY "EFFECTIVE  MINIMUM       MAXIMUM       AMOUNT"
        "        RATE     ER AMOUNT     ER RATE".
    PERFORM UNTIL WS-DEDUCT-STATUS = "10"
        READ DEDUCT-FILE
            AT END
                MOVE DED-MAX TO WS-MAX-DISP
                MOVE DED-AMT TO WS-AMT-DISP
                MOVE DED-RATE TO WS-RATE-DISP
                MOVE ZERO TO WS-ER-AMT-DISP
                MOVE ZERO TO WS-ER-RATE-DISP
                IF DED-ER-AMT IS NUMERIC
                    MOVE DED-ER-AMT TO WS-ER-AMT-DISP
                END-IF
                IF DED-ER-RATE IS NUMERIC
                    MOVE DED-ER-RATE TO WS-ER-RATE-DISP
                END-IF
                DISPLAY DED-EFF-DATE "   " WS-MIN-DISP "  "
                    WS-MAX-DISP "  " WS-AMT-DISP "  "
                    WS-RATE-DISP "  " WS-ER-AMT-DISP "  "
                    WS-ER-RATE-DISP
        END-READ
    END-PERFORM.
    CLOSE DEDUCT-FILE.
