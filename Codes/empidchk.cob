*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Callable employee ID check-digit service, grown out
*>              of the digit work in WS-ODDEVEN's number analyzer:
*>              the serial's digits are picked off one at a time,
*>              every second one from the right doubled (a doubled
*>              digit over 9 counts its own digit sum), and the
*>              check digit is what brings the total up to the next
*>              multiple of ten. Shared by every program that takes
*>              an EMP-ID from the keyboard or a batch file, by
*>              WS-INPUT when numctl.dat issues a new ID, and by
*>              EMPID-CONVERT. See copybooks/EMPIDCHK.cpy.

IDENTIFICATION DIVISION.
PROGRAM-ID.     EMPIDCHK.

DATA DIVISION.
    WORKING-STORAGE SECTION.
    01 WS-SERIAL-DISP       PIC 9(5).
    01 WS-IDX               PIC 9.
    01 WS-DIGIT             PIC 9.
    01 WS-DOUBLED           PIC 99.
    01 WS-DIGIT-SUM         PIC 99.
    01 WS-SUM-QUOT          PIC 99.
    01 WS-SUM-REM           PIC 9.
    01 WS-ID-DISP           PIC 9(6).

    LINKAGE SECTION.
    COPY EMPIDCHK.

PROCEDURE DIVISION USING EMP-ID-CHK-AREA.
001-MAIN.
    MOVE "N" TO EIC-VALID.
    MOVE SPACES TO EIC-MESSAGE.

    EVALUATE TRUE
        WHEN EIC-VALIDATE
            PERFORM VALIDATE-EMP-ID
        WHEN EIC-ASSIGN
            PERFORM ASSIGN-EMP-ID
        WHEN OTHER
            MOVE "UNKNOWN CHECK-DIGIT FUNCTION" TO EIC-MESSAGE
    END-EVALUATE.
GOBACK.

VALIDATE-EMP-ID.
    IF EIC-EMP-ID NOT NUMERIC
        MOVE "EMPLOYEE ID MUST BE SIX DIGITS" TO EIC-MESSAGE
        EXIT PARAGRAPH
    END-IF.
    IF EIC-EMP-ID = ZERO
        MOVE "NO EMPLOYEE ID GIVEN" TO EIC-MESSAGE
        EXIT PARAGRAPH
    END-IF.
    MOVE EIC-EMP-ID TO WS-ID-DISP.
    MOVE WS-ID-DISP(1:5) TO EIC-SERIAL.
    PERFORM COMPUTE-CHECK-DIGIT.
    IF WS-ID-DISP(6:1) NOT = EIC-CHECK-DIGIT
        MOVE "CHECK DIGIT WRONG - RE-KEY THE ID" TO EIC-MESSAGE
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO EIC-VALID.

ASSIGN-EMP-ID.
    IF EIC-SERIAL NOT NUMERIC OR EIC-SERIAL = ZERO
        MOVE "NO SERIAL GIVEN" TO EIC-MESSAGE
        EXIT PARAGRAPH
    END-IF.
    PERFORM COMPUTE-CHECK-DIGIT.
    COMPUTE EIC-EMP-ID = EIC-SERIAL * 10 + EIC-CHECK-DIGIT.
    MOVE "Y" TO EIC-VALID.

*> Luhn over the five serial digits; the rightmost serial digit
*> sits next to the check digit, so it is the first one doubled.
COMPUTE-CHECK-DIGIT.
    MOVE EIC-SERIAL TO WS-SERIAL-DISP.
    MOVE ZERO TO WS-DIGIT-SUM.
    PERFORM VARYING WS-IDX FROM 5 BY -1 UNTIL WS-IDX < 1
        MOVE WS-SERIAL-DISP(WS-IDX:1) TO WS-DIGIT
        IF WS-IDX = 5 OR WS-IDX = 3 OR WS-IDX = 1
            COMPUTE WS-DOUBLED = WS-DIGIT * 2
            IF WS-DOUBLED > 9
                SUBTRACT 9 FROM WS-DOUBLED
            END-IF
            ADD WS-DOUBLED TO WS-DIGIT-SUM
        ELSE
            ADD WS-DIGIT TO WS-DIGIT-SUM
        END-IF
    END-PERFORM.
    DIVIDE WS-DIGIT-SUM BY 10 GIVING WS-SUM-QUOT
        REMAINDER WS-SUM-REM.
    IF WS-SUM-REM = ZERO
        MOVE ZERO TO EIC-CHECK-DIGIT
    ELSE
        COMPUTE EIC-CHECK-DIGIT = 10 - WS-SUM-REM
    END-IF.
