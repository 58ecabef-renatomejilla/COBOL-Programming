*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Maintenance for meritmx.dat, the merit matrix of the
*>              salary review, in the table-based style of
*>              WS-GLMAP-MAINT: set the percentage increase for a
*>              cell (appraisal rating 1-5 by position-in-range
*>              quartile 1-4), remove a cell, and show the whole
*>              matrix as a grid. WS-SALARY-REVIEW reads the cells
*>              when the review runs on the matrix; a cell left
*>              empty gives no increase and is flagged there.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-MERIT-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT MERIT-FILE ASSIGN TO "meritmx.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MERIT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD MERIT-FILE.
    COPY MERITMX.

    WORKING-STORAGE SECTION.
    01 WS-MERIT-STATUS      PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-RATING-IN         PIC 9.
        88 WS-RATING-VALID      VALUE 1 THRU 5.
    01 WS-QUARTILE-IN       PIC 9.
        88 WS-QUARTILE-VALID    VALUE 1 THRU 4.
    01 WS-PCT-IN            PIC 9(3)V99.
    01 WS-FOUND             PIC X.
    01 WS-I                 PIC 99.
    01 WS-J                 PIC 99.
    01 WS-MRX-COUNT         PIC 99 VALUE ZERO.
    01 WS-MRX-TABLE.
        05 WS-MRX-ENTRY OCCURS 20 TIMES.
            10 WS-TBL-RATING    PIC 9.
            10 WS-TBL-QUARTILE  PIC 9.
            10 WS-TBL-PCT       PIC 9(3)V99.
    01 WS-MRX-RAW REDEFINES WS-MRX-TABLE.
        05 WS-MRX-RAW-ENTRY OCCURS 20 TIMES PIC X(7).
    01 WS-GRID-LINE.
        05 WS-GRID-RATING   PIC 9.
        05 FILLER           PIC X(5) VALUE SPACES.
        05 WS-GRID-CELL OCCURS 4 TIMES.
            10 WS-GRID-PCT  PIC ZZ9.99.
            10 FILLER       PIC X(4).
    01 WS-GRID-TEXT REDEFINES WS-GRID-LINE.
        05 FILLER           PIC X(6).
        05 WS-GRID-CELL-TEXT OCCURS 4 TIMES PIC X(10).

PROCEDURE DIVISION.
001-MAIN.
    PERFORM LOAD-MATRIX-TABLE.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== MERIT MATRIX ===="
        DISPLAY "1 - Set Cell Percentage"
        DISPLAY "2 - Remove Cell"
        DISPLAY "3 - Show Matrix"
        DISPLAY "4 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM SET-CELL
            WHEN 2
                PERFORM REMOVE-CELL
            WHEN 3
                PERFORM SHOW-MATRIX
            WHEN 4
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    DISPLAY "Merit matrix maintenance ended.".
GOBACK.

LOAD-MATRIX-TABLE.
    MOVE ZERO TO WS-MRX-COUNT.
    OPEN INPUT MERIT-FILE.
    IF WS-MERIT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-MERIT-STATUS = "10"
        READ MERIT-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF WS-MRX-COUNT < 20
                    ADD 1 TO WS-MRX-COUNT
                    MOVE MRX-RATING TO WS-TBL-RATING(WS-MRX-COUNT)
                    MOVE MRX-QUARTILE TO WS-TBL-QUARTILE(WS-MRX-COUNT)
                    MOVE MRX-PCT TO WS-TBL-PCT(WS-MRX-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MERIT-FILE.

SAVE-MATRIX-TABLE.
    OPEN OUTPUT MERIT-FILE.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-MRX-COUNT
        MOVE WS-TBL-RATING(WS-I) TO MRX-RATING
        MOVE WS-TBL-QUARTILE(WS-I) TO MRX-QUARTILE
        MOVE WS-TBL-PCT(WS-I) TO MRX-PCT
        WRITE MERIT-MATRIX-RECORD
    END-PERFORM.
    CLOSE MERIT-FILE.

ACCEPT-CELL-KEY.
    DISPLAY "Appraisal rating (1-5)       : " WITH NO ADVANCING.
    ACCEPT WS-RATING-IN.
    DISPLAY "Position-in-range quartile   : " WITH NO ADVANCING.
    ACCEPT WS-QUARTILE-IN.

SET-CELL.
    PERFORM ACCEPT-CELL-KEY.
    IF NOT WS-RATING-VALID
        DISPLAY "Rating must be 1 to 5 - cell not saved."
        EXIT PARAGRAPH
    END-IF.
    IF NOT WS-QUARTILE-VALID
        DISPLAY "Quartile must be 1 to 4 - cell not saved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Increase percentage (999.99) : " WITH NO ADVANCING.
    ACCEPT WS-PCT-IN.
    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-MRX-COUNT
        IF WS-TBL-RATING(WS-I) = WS-RATING-IN
                AND WS-TBL-QUARTILE(WS-I) = WS-QUARTILE-IN
            MOVE "Y" TO WS-FOUND
            MOVE WS-PCT-IN TO WS-TBL-PCT(WS-I)
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-FOUND = "N"
        ADD 1 TO WS-MRX-COUNT
        MOVE WS-RATING-IN TO WS-TBL-RATING(WS-MRX-COUNT)
        MOVE WS-QUARTILE-IN TO WS-TBL-QUARTILE(WS-MRX-COUNT)
        MOVE WS-PCT-IN TO WS-TBL-PCT(WS-MRX-COUNT)
    END-IF.
    PERFORM SAVE-MATRIX-TABLE.
    DISPLAY "Cell saved.".

REMOVE-CELL.
    PERFORM ACCEPT-CELL-KEY.
    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-MRX-COUNT
        IF WS-TBL-RATING(WS-I) = WS-RATING-IN
                AND WS-TBL-QUARTILE(WS-I) = WS-QUARTILE-IN
            MOVE "Y" TO WS-FOUND
            PERFORM VARYING WS-J FROM WS-I BY 1
                    UNTIL WS-J >= WS-MRX-COUNT
                MOVE WS-MRX-RAW-ENTRY(WS-J + 1)
                    TO WS-MRX-RAW-ENTRY(WS-J)
            END-PERFORM
            SUBTRACT 1 FROM WS-MRX-COUNT
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-FOUND = "Y"
        PERFORM SAVE-MATRIX-TABLE
        DISPLAY "Cell removed."
    ELSE
        DISPLAY "Cell not found."
    END-IF.

*> One line per rating, one column per quartile; an empty cell
*> shows as dashes.
SHOW-MATRIX.
    DISPLAY "RATING  Q1 (LOW)  Q2        Q3        Q4 (HIGH)".
    PERFORM VARYING WS-I FROM 5 BY -1 UNTIL WS-I < 1
        MOVE SPACES TO WS-GRID-LINE
        MOVE WS-I TO WS-GRID-RATING
        PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
            MOVE "  ----" TO WS-GRID-CELL-TEXT(WS-J)
        END-PERFORM
        PERFORM VARYING WS-J FROM 1 BY 1
                UNTIL WS-J > WS-MRX-COUNT
            IF WS-TBL-RATING(WS-J) = WS-I
                MOVE WS-TBL-PCT(WS-J)
                    TO WS-GRID-PCT(WS-TBL-QUARTILE(WS-J))
            END-IF
        END-PERFORM
        DISPLAY WS-GRID-LINE
    END-PERFORM.
    IF WS-MRX-COUNT = ZERO
        DISPLAY "No cells on meritmx.dat."
    ELSE
        DISPLAY WS-MRX-COUNT " of 20 cell(s) set."
    END-IF.
