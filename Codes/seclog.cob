*> Date:        September 2, 2026
*> Description: Appends one operator-security event to seclog.dat,
*>              the dedicated log of maintenance on opersec.dat
*>              (adds, password changes, lock-outs, unlocks, and
*>              function grants and revokes with the function code
*>              in the detail field). Built
*>              after an operator was found unlocked overnight with
*>              no record of who did it - audit.dat only covers
*>              user-record changes. One CALLable module in the
        05 SEC-ACTING-OPER  PIC X(8).
        05 FILLER           PIC X VALUE SPACE.
        05 SEC-TARGET-OPER  PIC X(8).
        05 FILLER           PIC X VALUE SPACE.
        05 SEC-DETAIL       PIC X(10).

    WORKING-STORAGE SECTION.
    01 WS-SEC-STATUS        PIC XX.
    MOVE SCL-ACTION      TO SEC-ACTION.
    MOVE SCL-ACTING-OPER TO SEC-ACTING-OPER.
    MOVE SCL-TARGET-OPER TO SEC-TARGET-OPER.
    MOVE SCL-DETAIL      TO SEC-DETAIL.
    WRITE SEC-LOG-RECORD.
    CLOSE SEC-LOG-FILE.
GOBACK.
