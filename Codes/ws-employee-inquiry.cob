    01 WS-SIGNON-TRIES      PIC 9.
    01 WS-FOUND-FLAG        PIC X.
    COPY FILESTAT.
    COPY BRSCOPE.
    01 WS-HIDDEN-COUNT      PIC 9(5).
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-BROWSE-START      PIC 9(6).
    01 WS-BROWSE-ACTION     PIC X.
        DISPLAY "Sign-on failed. Program ends."
        GOBACK
    END-IF.
    PERFORM RESOLVE-BRANCH-SCOPE.

    OPEN EXTEND ACCESS-LOG.
    IF WS-ACCESS-STATUS = "35"
        END-IF
    END-IF.

*> The branch scope travels in the sign-on context from the menu;
*> a standalone start loads it for the operator just signed on.
RESOLVE-BRANCH-SCOPE.
    MOVE WS-OPERATOR-ID TO BSC-OPERATOR-ID.
    MOVE "N" TO BSC-LOG-REFUSAL.
    IF WS-SGN-PTR NOT = NULL
        IF SGN-SIGNED-ON = "Y"
            MOVE SGN-SCOPE TO BSC-SCOPE
            EXIT PARAGRAPH
        END-IF
    END-IF.
    SET BSC-LOAD TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.

*> Access log already open here, so the refusal is written by
*> WRITE-ACCESS-LOG (found-flag "R") rather than by BRSCOPE.
CHECK-EMPLOYEE-SCOPE.
    MOVE EMP-ID TO BSC-EMP-ID.
    MOVE EMP-LOCATION TO BSC-BRANCH.
    SET BSC-CHECK TO TRUE.
    CALL "BRSCOPE" USING BR-SCOPE-AREA.

*> Every lookup is attributed: sign on against opersec.dat (three
*> tries). When the security file is not yet installed the
*> operator ID is still captured, unauthenticated, so the access
LOOKUP-EMPLOYEE.
    DISPLAY "Enter Employee ID to look up: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO EMP-ID.

    READ EMPLOYEE-MASTER INVALID KEY
        PERFORM WRITE-ACCESS-LOG
        DISPLAY "Employee not found."
    NOT INVALID KEY
        PERFORM CHECK-EMPLOYEE-SCOPE
        IF BSC-IN-SCOPE NOT = "Y"
            MOVE "R" TO WS-FOUND-FLAG
            PERFORM WRITE-ACCESS-LOG
            DISPLAY "Employee " EMP-ID " is outside your branch "
                "scope - access refused."
            EXIT PARAGRAPH
        END-IF
        MOVE "Y" TO WS-FOUND-FLAG
        PERFORM WRITE-ACCESS-LOG
        MOVE EMP-ID        TO DATA-EMP-ID
    END-IF.

    MOVE ZERO TO WS-MATCH-COUNT.
    MOVE ZERO TO WS-HIDDEN-COUNT.
    MOVE WS-SEARCH-NAME TO EMP-SURNAME.
    START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-SURNAME
        INVALID KEY
            NOT AT END
                IF EMP-SURNAME(1:WS-SEARCH-LEN) =
                        WS-SEARCH-NAME(1:WS-SEARCH-LEN)
                    MOVE EMP-ID TO WS-LOOKUP-ID
                    PERFORM CHECK-EMPLOYEE-SCOPE
                    IF BSC-IN-SCOPE = "Y"
                        ADD 1 TO WS-MATCH-COUNT
                        MOVE "Y" TO WS-FOUND-FLAG
                        PERFORM WRITE-ACCESS-LOG
                        DISPLAY "ID: " EMP-ID " " EMP-SURNAME ", "
                            EMP-NAME "  Ext: " EMP-PHONE
                            "  " EMP-LOCATION
                    ELSE
                        ADD 1 TO WS-HIDDEN-COUNT
                        MOVE "R" TO WS-FOUND-FLAG
                        PERFORM WRITE-ACCESS-LOG
                    END-IF
                ELSE
                    EXIT PERFORM
                END-IF
    IF WS-MATCH-COUNT = ZERO
        DISPLAY "No matching employees found."
    END-IF.
    PERFORM SHOW-HIDDEN-COUNT.

SHOW-HIDDEN-COUNT.
    IF WS-HIDDEN-COUNT > ZERO
        DISPLAY WS-HIDDEN-COUNT " match(es) outside your branch "
            "scope not shown."
    END-IF.

*> The caller-ID case: exact phone through the EMP-PHONE alternate
*> index, walking duplicates in case a number was reused.
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-MATCH-COUNT.
    MOVE ZERO TO WS-HIDDEN-COUNT.
    MOVE WS-SEARCH-PHONE TO EMP-PHONE.
    START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-PHONE
        INVALID KEY
                EXIT PERFORM
            NOT AT END
                IF EMP-PHONE = WS-SEARCH-PHONE
                    MOVE EMP-ID TO WS-LOOKUP-ID
                    PERFORM CHECK-EMPLOYEE-SCOPE
                    IF BSC-IN-SCOPE = "Y"
                        ADD 1 TO WS-MATCH-COUNT
                        MOVE "Y" TO WS-FOUND-FLAG
                        PERFORM WRITE-ACCESS-LOG
                        DISPLAY "ID: " EMP-ID " " EMP-NAME " "
                            EMP-SURNAME "  " EMP-LOCATION
                    ELSE
                        ADD 1 TO WS-HIDDEN-COUNT
                        MOVE "R" TO WS-FOUND-FLAG
                        PERFORM WRITE-ACCESS-LOG
                    END-IF
                ELSE
                    EXIT PERFORM
                END-IF
    IF WS-MATCH-COUNT = ZERO
        DISPLAY "No employee carries that number."
    END-IF.
    PERFORM SHOW-HIDDEN-COUNT.

*> The file is opened DYNAMIC, so a caller who does not know the
*> exact number can START at the nearest key and page forward a
*> screenful at a time; C continues, N restarts from a new ID,
*> S selects a record for the full inquiry layout, X returns.
*> Employees outside the operator's branch scope are passed over
*> without a line, and do not count toward the screenful.
BROWSE-EMPLOYEES.
    DISPLAY "Start browsing from Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-BROWSE-START.
            AT END
                MOVE "Y" TO WS-BROWSE-EOF
            NOT AT END
                PERFORM CHECK-EMPLOYEE-SCOPE
                IF BSC-IN-SCOPE = "Y"
                    DISPLAY EMP-ID "  " EMP-NAME " " EMP-SURNAME " "
                        EMP-LOCATION
                    ADD 1 TO WS-PAGE-LINES
                END-IF
                COMPUTE WS-BROWSE-START = EMP-ID + 1
        END-READ
    END-PERFORM.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
