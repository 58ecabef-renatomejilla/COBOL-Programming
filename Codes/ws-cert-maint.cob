    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-LOOKUP-ID         PIC 9(6).
    COPY EMPIDCHK.
    01 WS-COURSE-IN         PIC X(8).
    01 WS-EMP-KNOWN         PIC X.
    01 WS-COURSE-KNOWN      PIC X.
    DISPLAY "Employee ID : " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE "N" TO WS-EMP-KNOWN.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LOOKUP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER INVALID KEY
        DISPLAY "Employee not on the master."
LIST-CERTIFICATIONS.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE WS-LOOKUP-ID TO CRT-EMP-ID.
    MOVE SPACES TO CRT-COURSE.
REMOVE-CERTIFICATION.
    DISPLAY "Employee ID: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ID.
    MOVE WS-LOOKUP-ID TO EIC-EMP-ID.
    PERFORM CHECK-EMP-ID-DIGIT.
    IF EIC-VALID NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Course code: " WITH NO ADVANCING.
    ACCEPT WS-COURSE-IN.
    MOVE WS-LOOKUP-ID TO CRT-EMP-ID.
            DISPLAY "No change made."
        END-IF
    END-READ.

*> Every keyed employee ID carries its check digit; a mistyped one
*> is turned back here instead of landing on somebody else.
CHECK-EMP-ID-DIGIT.
    SET EIC-VALIDATE TO TRUE.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
    END-IF.
