    01 WS-OPERATOR-ID       PIC X(8).
    01 WS-SGN-PTR           USAGE POINTER.
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-SALARY-ANSWER     PIC X.
    01 WS-FULL-NAME         PIC X(31).
    01 WS-FMT-IDX           PIC 99.

    DISPLAY "Employee ID for the certificate: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    SET EIC-VALIDATE TO TRUE.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE)
            " - no certificate produced."
        GOBACK
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
