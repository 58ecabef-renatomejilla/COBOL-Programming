            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROV-STATUS.

        SELECT TERMS-FILE ASSIGN TO "empterm.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS ETM-EMP-ID
            FILE STATUS IS WS-TERMS-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
        05 UPV-NAME         PIC X(15).
        05 UPV-SURNAME      PIC X(15).

    FD TERMS-FILE.
    COPY EMPTERM.

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    COPY FILESTAT.
    01 WS-OPER-STATUS       PIC XX.
    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-NEXT-EMP-ID       PIC 9(6).
    01 WS-NEXT-SERIAL       PIC 9(5).
    01 WS-USE-NEXT          PIC X.
    01 WS-ID-FREE           PIC X.
    01 WS-OVERRIDE-OK       PIC X.
    01 WS-SUPV-PW-IN        PIC X(10).
    01 WS-SUPV-PW-CODED     PIC X(10).
    01 WS-SGN-PTR           USAGE POINTER.
    COPY EMPIDCHK.
    01 WS-DOB-VALID         PIC X.
    01 WS-HIRE-VALID        PIC X.
    01 WS-DAYS-IN-MONTH     PIC 99.
    01 WS-TERMS-STATUS      PIC XX.
    01 WS-PROB-MM           PIC 99.
    01 WS-PROB-DD           PIC 99.
    01 WS-PROB-YY           PIC 9999.
    01 WS-PHONE-VALID       PIC X.
    01 WS-CONTINUE-ENTRY    PIC X VALUE "Y".
    01 WS-CONTINUE-ANSWER   PIC X.
    MOVE ZERO TO EMP-SEP-DATE.
    MOVE SPACES TO EMP-SEP-REASON.
    MOVE WS-DEPT TO EMP-DEPT.
    MOVE ZERO TO EMP-SUPERVISOR.

    WRITE EMPLOYEE-RECORD INVALID KEY
        DISPLAY "Employee ID already exists - record not saved."
    NOT INVALID KEY
        PERFORM WRITE-ADD-HISTORY
        PERFORM WRITE-PROVISION-REQUEST
        PERFORM WRITE-PROBATION-TERMS
        ADD 1 TO WS-BATCH-COUNT
        DISPLAY "Employee record saved to employee.dat."
        PERFORM OFFER-ADDRESS-CAPTURE
*> and rewritten under one open, before the operator is asked
*> anything - so two entry sessions cannot be offered the same
*> number; an override simply leaves a gap. A manual ID needs
*> supervisor approval against opersec.dat and must still carry a
*> good check digit.
ASSIGN-EMPLOYEE-ID.
    PERFORM GET-NEXT-EMP-ID.
    DISPLAY "Next available Employee ID is " WS-NEXT-EMP-ID
        IF WS-OVERRIDE-OK = "Y"
            DISPLAY "Employee ID: " WITH NO ADVANCING
            ACCEPT WS-EMP-ID
            SET EIC-VALIDATE TO TRUE
            MOVE WS-EMP-ID TO EIC-EMP-ID
            CALL "EMPIDCHK" USING EMP-ID-CHK-AREA
            IF EIC-VALID NOT = "Y"
                DISPLAY FUNCTION TRIM(EIC-MESSAGE)
                    " - using assigned ID " WS-NEXT-EMP-ID "."
                MOVE WS-NEXT-EMP-ID TO WS-EMP-ID
            END-IF
        ELSE
            DISPLAY "Override refused - using assigned ID "
                WS-NEXT-EMP-ID "."
        OPEN I-O NUMCTL-FILE
    END-IF.
    READ NUMCTL-FILE.
    COMPUTE WS-NEXT-SERIAL = CTL-LAST-EMP-ID / 10 + 1.
    PERFORM MAKE-NEXT-EMP-ID.
    PERFORM CHECK-EMP-ID-FREE.
    PERFORM UNTIL WS-ID-FREE = "Y"
        ADD 1 TO WS-NEXT-SERIAL
        PERFORM MAKE-NEXT-EMP-ID
        PERFORM CHECK-EMP-ID-FREE
    END-PERFORM.
    MOVE WS-NEXT-EMP-ID TO CTL-LAST-EMP-ID.
    REWRITE NUMCTL-RECORD.
    CLOSE NUMCTL-FILE.

*> numctl.dat holds the last ID issued, check digit included; the
*> next serial takes its check digit from EMPIDCHK.
MAKE-NEXT-EMP-ID.
    SET EIC-ASSIGN TO TRUE.
    MOVE WS-NEXT-SERIAL TO EIC-SERIAL.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    MOVE EIC-EMP-ID TO WS-NEXT-EMP-ID.

*> Operators used to invent IDs at the prompt, so the control file
*> can lag behind the master; skip over any number already taken.
CHECK-EMP-ID-FREE.
    WRITE PROV-RECORD.
    CLOSE PROV-FILE.

*> Every new hire starts on six months' probation; WS-EMP-MAINT
*> changes the terms for a contractual or project hire.
WRITE-PROBATION-TERMS.
    OPEN I-O TERMS-FILE.
    IF WS-TERMS-STATUS = "35"
        OPEN OUTPUT TERMS-FILE
        CLOSE TERMS-FILE
        OPEN I-O TERMS-FILE
    END-IF.
    MOVE WS-EMP-ID TO ETM-EMP-ID.
    SET ETM-PROBATIONARY TO TRUE.
    COPY PROBEND REPLACING START-MM BY WS-HIRE-MM
        START-DD BY WS-HIRE-DD
        START-YY BY WS-HIRE-YY
        END-DATE BY ETM-END-DATE
        WORK-MM BY WS-PROB-MM
        WORK-DD BY WS-PROB-DD
        WORK-YY BY WS-PROB-YY
        DAYS-IN-MONTH BY WS-DAYS-IN-MONTH.
    MOVE ZERO TO ETM-REG-DATE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO ETM-LAST-CHANGE.
    MOVE WS-OPERATOR-ID TO ETM-CHANGED-BY.
    WRITE EMP-TERMS-RECORD
        INVALID KEY
            REWRITE EMP-TERMS-RECORD
    END-WRITE.
    CLOSE TERMS-FILE.
    DISPLAY "On probation until " ETM-END-DATE " (YYYYMMDD).".

*> Every change to employee.dat leaves a before-image in
*> emphist.dat; for an add the prior image is blank.
WRITE-ADD-HISTORY.
    MOVE WS-OPERATOR-ID TO HIST-OPERATOR.
    MOVE EMP-ID TO HIST-EMP-ID.
    MOVE SPACES TO HIST-PRIOR-IMAGE.
    MOVE ZERO TO HIST-EFF-DATE.
    WRITE EMP-HISTORY-RECORD.
    PERFORM WRITE-AFTER-IMAGE.

