*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Callable government ID format check shared by
*>              WS-GOVID-MAINT and HR-HIRE-LOAD, so a number keyed
*>              online and one arriving on the hire feed pass the
*>              same rules: the digits are picked out of the input
*>              (dashes and blanks between them are allowed,
*>              anything else is not), counted against the
*>              agency's length and laid out in its printed form.
*>              See copybooks/GOVIDVAL.cpy.

IDENTIFICATION DIVISION.
PROGRAM-ID.     GOVIDVAL.

DATA DIVISION.
    WORKING-STORAGE SECTION.
    01 WS-IDX               PIC 99.
    01 WS-DIGIT-COUNT       PIC 99.
    01 WS-BAD-CHAR          PIC X.
    01 WS-DIGITS            PIC X(20).

    LINKAGE SECTION.
    COPY GOVIDVAL.

PROCEDURE DIVISION USING GOV-ID-VAL-AREA.
001-MAIN.
    MOVE "N" TO GIV-VALID.
    MOVE SPACES TO GIV-NUMBER.
    MOVE SPACES TO GIV-DISPLAY.
    MOVE SPACES TO GIV-MESSAGE.

    IF NOT GIV-TIN AND NOT GIV-SSS AND NOT GIV-PHIC
            AND NOT GIV-HDMF
        MOVE "UNKNOWN ID TYPE" TO GIV-MESSAGE
        GOBACK
    END-IF.

    MOVE SPACES TO WS-DIGITS.
    MOVE ZERO TO WS-DIGIT-COUNT.
    MOVE "N" TO WS-BAD-CHAR.
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 20
        EVALUATE GIV-INPUT(WS-IDX:1)
            WHEN "0" THRU "9"
                ADD 1 TO WS-DIGIT-COUNT
                MOVE GIV-INPUT(WS-IDX:1)
                    TO WS-DIGITS(WS-DIGIT-COUNT:1)
            WHEN "-"
            WHEN SPACE
                CONTINUE
            WHEN OTHER
                MOVE "Y" TO WS-BAD-CHAR
        END-EVALUATE
    END-PERFORM.
    IF WS-BAD-CHAR = "Y"
        MOVE "ONLY DIGITS AND DASHES ALLOWED" TO GIV-MESSAGE
        GOBACK
    END-IF.
    IF WS-DIGIT-COUNT = ZERO
        MOVE "NO NUMBER GIVEN" TO GIV-MESSAGE
        GOBACK
    END-IF.
    IF WS-DIGITS(1:WS-DIGIT-COUNT) = ALL "0"
        MOVE "NUMBER CANNOT BE ALL ZEROES" TO GIV-MESSAGE
        GOBACK
    END-IF.

    EVALUATE TRUE
        WHEN GIV-TIN
            PERFORM CHECK-TIN
        WHEN GIV-SSS
            PERFORM CHECK-SSS
        WHEN GIV-PHIC
            PERFORM CHECK-PHILHEALTH
        WHEN GIV-HDMF
            PERFORM CHECK-PAGIBIG
    END-EVALUATE.
GOBACK.

*> The BIR's nine-digit TIN gains the three-digit branch code; the
*> head office code 000 is supplied when only nine are given.
CHECK-TIN.
    IF WS-DIGIT-COUNT = 9
        MOVE "000" TO WS-DIGITS(10:3)
        MOVE 12 TO WS-DIGIT-COUNT
    END-IF.
    IF WS-DIGIT-COUNT NOT = 12
        MOVE "TIN MUST BE 9 OR 12 DIGITS" TO GIV-MESSAGE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-DIGITS(1:12) TO GIV-NUMBER.
    STRING WS-DIGITS(1:3) "-" WS-DIGITS(4:3) "-" WS-DIGITS(7:3)
        "-" WS-DIGITS(10:3)
        DELIMITED BY SIZE INTO GIV-DISPLAY.
    MOVE "Y" TO GIV-VALID.

CHECK-SSS.
    IF WS-DIGIT-COUNT NOT = 10
        MOVE "SSS NUMBER MUST BE 10 DIGITS" TO GIV-MESSAGE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-DIGITS(1:10) TO GIV-NUMBER.
    STRING WS-DIGITS(1:2) "-" WS-DIGITS(3:7) "-" WS-DIGITS(10:1)
        DELIMITED BY SIZE INTO GIV-DISPLAY.
    MOVE "Y" TO GIV-VALID.

CHECK-PHILHEALTH.
    IF WS-DIGIT-COUNT NOT = 12
        MOVE "PHILHEALTH NUMBER MUST BE 12 DIGITS" TO GIV-MESSAGE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-DIGITS(1:12) TO GIV-NUMBER.
    STRING WS-DIGITS(1:2) "-" WS-DIGITS(3:9) "-" WS-DIGITS(12:1)
        DELIMITED BY SIZE INTO GIV-DISPLAY.
    MOVE "Y" TO GIV-VALID.

CHECK-PAGIBIG.
    IF WS-DIGIT-COUNT NOT = 12
        MOVE "PAG-IBIG NUMBER MUST BE 12 DIGITS" TO GIV-MESSAGE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-DIGITS(1:12) TO GIV-NUMBER.
    STRING WS-DIGITS(1:4) "-" WS-DIGITS(5:4) "-" WS-DIGITS(9:4)
        DELIMITED BY SIZE INTO GIV-DISPLAY.
    MOVE "Y" TO GIV-VALID.
