*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Name data cleanse over employee.dat. Years of keying
*>              left EMP-NAME and EMP-SURNAME in all capitals, with
*>              doubled spaces, stray punctuation, digits and "Jr."
*>              stuck on the surname, which upsets the directory
*>              sort, the duplicate check and bank name matching.
*>              Each name is scanned character by character the way
*>              Count-String profiles a line and split into words
*>              through the shared WORDSPLIT routine; spacing is
*>              collapsed, stray punctuation dropped, a name keyed
*>              wholly in one case proper-cased through NAMEFMT, and
*>              a generational suffix (Jr., Sr., II, III, IV) taken
*>              off the surname and written in standard form after
*>              the given name, where local forms carry it. Trial
*>              mode prints the before/after proposals (namecln.rpt)
*>              and changes nothing; apply mode rewrites the
*>              proposals with the usual before-images to
*>              emphist.dat. EMP-IDs listed on nameskip.dat (one per
*>              line) are proposals the reviewer turned down and are
*>              left as keyed. Names with digits or characters
*>              outside the plain alphabet, a surname that is only a
*>              suffix, or no room for the suffix are not guessed
*>              at - they go to the manual review list
*>              (namerev.rpt) untouched.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-NAME-CLEANSE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT SKIP-FILE ASSIGN TO "nameskip.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SKIP-STATUS.

        SELECT HISTORY-FILE ASSIGN TO "emphist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        SELECT REPORT-FILE ASSIGN TO "namecln.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        SELECT REVIEW-FILE ASSIGN TO "namerev.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REVIEW-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD SKIP-FILE.
    01 SKIP-RECORD.
        05 SKP-EMP-ID       PIC X(6).

    FD HISTORY-FILE.
    COPY EMPHIST.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(100).

    FD REVIEW-FILE.
    01 REVIEW-LINE          PIC X(100).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    COPY FILESTAT.
    COPY JOURNAL.
    01 WS-SKIP-STATUS       PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-REVIEW-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-MODE              PIC X.
    01 WS-PRIOR-IMAGE       PIC X(120).
    01 WS-SKIP-COUNT        PIC 9(3) VALUE ZERO.
    01 WS-SKIP-IDX          PIC 9(3).
    01 WS-SKIP-TABLE.
        05 WS-SKIP-ID OCCURS 500 TIMES PIC 9(6).
    01 WS-SKIP-HIT          PIC X.
    01 WS-READ-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-PROPOSED-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-REVIEW-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-CLEAN-COUNT       PIC 9(5) VALUE ZERO.
    01 WS-SKIPPED-COUNT     PIC 9(5) VALUE ZERO.
    COPY RUNLOG.
    COPY RPTREG.

*>  One name field on its way through the cleanse.
    01 WS-CLN-IN            PIC X(50).
    01 WS-CLN-WORK          PIC X(50).
    01 WS-CLN-OUT           PIC X(50).
    01 WS-CLN-WORK-LEN      PIC 99.
    01 WS-CLN-PTR           PIC 99.
    01 WS-CLN-REASON        PIC X(40).
    01 WS-NEW-NAME          PIC X(15).
    01 WS-NEW-SURNAME       PIC X(15).
    01 WS-SURNAME-SUFFIX    PIC X(4).
    01 WS-NAME-SUFFIX       PIC X(4).
    01 WS-SUFFIX-WORD       PIC X(50).
    01 WS-SUFFIX-STD        PIC X(4).
    01 WS-CASE-FIX          PIC X.
    01 WS-AFTER-BREAK       PIC X.

*>  Character profile of the field, as Count-String tallies a line.
    01 WS-CHAR-IDX          PIC 99.
    01 WS-CURRENT-CHAR      PIC X.
    01 WS-UPPER-COUNT       PIC 99.
    01 WS-LOWER-COUNT       PIC 99.
    01 WS-DIGIT-COUNT       PIC 99.
    01 WS-STRAY-COUNT       PIC 99.
    01 WS-FOREIGN-COUNT     PIC 99.
    01 WS-DOUBLE-SPACE      PIC X.

*>  WORDSPLIT work fields.
    01 WS-WORD-COUNT        PIC 99.
    01 WS-WORD-IDX          PIC 99.
    01 WS-WORD-TABLE.
        05 WS-WORD-ENTRY OCCURS 25 TIMES PIC X(50).
    01 WS-SCAN-IDX          PIC 99.
    01 WS-SRC-LEN           PIC 99.
    01 WS-BUILD-WORD        PIC X(50).
    01 WS-BUILD-LEN         PIC 99.

*>  NAMEFMT work fields.
    01 WS-FMT-IDX           PIC 99.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(50).

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(24)
            VALUE "NAME CLEANSE PROPOSALS (".
        05 RPT-MODE        PIC X(5).
        05 FILLER          PIC X(12) VALUE ")  Run date:".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(9)  VALUE "FIELD".
        05 FILLER          PIC X(17) VALUE "BEFORE".
        05 FILLER          PIC X(17) VALUE "AFTER".
        05 FILLER          PIC X(30) VALUE "NOTE".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-FIELD   PIC X(7).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-BEFORE  PIC X(15).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-AFTER   PIC X(15).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-NOTE    PIC X(40).
    01 REV-TITLE-LINE.
        05 FILLER          PIC X(34)
            VALUE "NAMES FOR MANUAL REVIEW  Run date:".
        05 REV-RUN-DATE    PIC 9(8).
    01 REV-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(17) VALUE "NAME".
        05 FILLER          PIC X(17) VALUE "SURNAME".
        05 FILLER          PIC X(40) VALUE "REASON".
    01 REV-DETAIL-LINE.
        05 REV-DET-ID      PIC 9(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 REV-DET-NAME    PIC X(15).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 REV-DET-SURNAME PIC X(15).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 REV-DET-REASON  PIC X(40).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(28).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    DISPLAY "Trial (report only) or Apply? (T/A): "
        WITH NO ADVANCING.
    ACCEPT WS-MODE.
    MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
    IF WS-MODE NOT = "T" AND WS-MODE NOT = "A"
        DISPLAY "Mode must be T or A."
        GOBACK
    END-IF.

    PERFORM LOAD-SKIP-TABLE.

    MOVE "WS-NAME-CLEANSE" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    IF WS-MODE = "A"
        OPEN I-O EMPLOYEE-MASTER
        OPEN EXTEND HISTORY-FILE
        IF WS-HISTORY-STATUS = "35"
            OPEN OUTPUT HISTORY-FILE
        END-IF
    ELSE
        OPEN INPUT EMPLOYEE-MASTER
    END-IF.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to cleanse."
        GOBACK
    END-IF.

    OPEN OUTPUT REPORT-FILE.
    MOVE "NAME CLEANSE" TO RRG-REPORT-NAME.
    MOVE "namecln.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE SPACES TO RRG-CRITERIA.
    STRING "MODE " WS-MODE ", ALL EMPLOYEES"
        DELIMITED BY SIZE INTO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    IF WS-MODE = "A"
        MOVE "APPLY" TO RPT-MODE
    ELSE
        MOVE "TRIAL" TO RPT-MODE
    END-IF.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    OPEN OUTPUT REVIEW-FILE.
    MOVE "NAME MANUAL REVIEW" TO RRG-REPORT-NAME.
    MOVE "namerev.rpt" TO RRG-FILE-NAME.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REVIEW-LINE==.
    MOVE WS-RUN-DATE TO REV-RUN-DATE.
    WRITE REVIEW-LINE FROM REV-TITLE-LINE.
    MOVE SPACES TO REVIEW-LINE.
    WRITE REVIEW-LINE.
    WRITE REVIEW-LINE FROM REV-COLUMN-HEADING.

    PERFORM UNTIL WS-EMP-FILE-STATUS NOT = "00"
            AND WS-EMP-FILE-STATUS NOT = "02"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM CLEANSE-ONE-EMPLOYEE
        END-READ
    END-PERFORM.

    PERFORM WRITE-CLEANSE-TOTALS.

    CLOSE EMPLOYEE-MASTER.
    IF WS-MODE = "A"
        CLOSE HISTORY-FILE
    END-IF.
    CLOSE REPORT-FILE.
    CLOSE REVIEW-FILE.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    IF WS-MODE = "A"
        MOVE WS-PROPOSED-COUNT TO RLG-WRITE-COUNT
    END-IF.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    MOVE "NAME CLEANSE" TO RRG-REPORT-NAME.
    MOVE "namecln.rpt" TO RRG-FILE-NAME.
    MOVE WS-PROPOSED-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.
    MOVE "NAME MANUAL REVIEW" TO RRG-REPORT-NAME.
    MOVE "namerev.rpt" TO RRG-FILE-NAME.
    MOVE WS-REVIEW-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    IF WS-MODE = "A"
        DISPLAY "Cleanse APPLIED - " WS-PROPOSED-COUNT
            " employee(s) corrected."
    ELSE
        DISPLAY "Trial proposals only - employee.dat untouched."
    END-IF.
    DISPLAY "  Manual review   : " WS-REVIEW-COUNT.
    DISPLAY "  Turned down     : " WS-SKIPPED-COUNT.
    DISPLAY "Proposals in namecln.rpt, review list in namerev.rpt.".
GOBACK.

*> nameskip.dat is optional; without it every proposal is taken.
LOAD-SKIP-TABLE.
    MOVE ZERO TO WS-SKIP-COUNT.
    OPEN INPUT SKIP-FILE.
    IF WS-SKIP-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-SKIP-STATUS = "10"
        READ SKIP-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF SKP-EMP-ID IS NUMERIC AND WS-SKIP-COUNT < 500
                    ADD 1 TO WS-SKIP-COUNT
                    MOVE SKP-EMP-ID TO WS-SKIP-ID(WS-SKIP-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SKIP-FILE.

*> The surname goes first so its suffix is known when the given
*> name is rebuilt. One doubtful field sends the whole employee
*> to review; nothing is half-corrected.
CLEANSE-ONE-EMPLOYEE.
    MOVE SPACES TO WS-CLN-REASON.
    MOVE SPACES TO WS-SURNAME-SUFFIX WS-NAME-SUFFIX.

    MOVE EMP-SURNAME TO WS-CLN-IN.
    PERFORM CLEANSE-NAME-FIELD.
    IF WS-CLN-REASON = SPACES
        IF WS-WORD-COUNT > 1
            MOVE WS-WORD-ENTRY(WS-WORD-COUNT) TO WS-SUFFIX-WORD
            PERFORM CHECK-SUFFIX-WORD
            IF WS-SUFFIX-STD NOT = SPACES
                MOVE WS-SUFFIX-STD TO WS-SURNAME-SUFFIX
                SUBTRACT 1 FROM WS-WORD-COUNT
            END-IF
        ELSE
            IF WS-WORD-COUNT = 1
                MOVE WS-WORD-ENTRY(1) TO WS-SUFFIX-WORD
                PERFORM CHECK-SUFFIX-WORD
                IF WS-SUFFIX-STD NOT = SPACES
                    MOVE "SURNAME IS ONLY A SUFFIX" TO WS-CLN-REASON
                END-IF
            END-IF
        END-IF
    END-IF.
    IF WS-CLN-REASON = SPACES
        PERFORM REBUILD-NAME-FIELD
        MOVE WS-CLN-OUT TO WS-NEW-SURNAME
    END-IF.

    IF WS-CLN-REASON = SPACES
        MOVE EMP-NAME TO WS-CLN-IN
        PERFORM CLEANSE-NAME-FIELD
    END-IF.
    IF WS-CLN-REASON = SPACES
        IF WS-WORD-COUNT > 1
            MOVE WS-WORD-ENTRY(WS-WORD-COUNT) TO WS-SUFFIX-WORD
            PERFORM CHECK-SUFFIX-WORD
            IF WS-SUFFIX-STD NOT = SPACES
                MOVE WS-SUFFIX-STD TO WS-NAME-SUFFIX
                SUBTRACT 1 FROM WS-WORD-COUNT
            END-IF
        END-IF
        IF WS-NAME-SUFFIX NOT = SPACES
                AND WS-SURNAME-SUFFIX NOT = SPACES
                AND WS-NAME-SUFFIX NOT = WS-SURNAME-SUFFIX
            MOVE "TWO DIFFERENT SUFFIXES" TO WS-CLN-REASON
        END-IF
        IF WS-NAME-SUFFIX = SPACES
            MOVE WS-SURNAME-SUFFIX TO WS-NAME-SUFFIX
        END-IF
    END-IF.
    IF WS-CLN-REASON = SPACES
        PERFORM REBUILD-NAME-FIELD
        IF WS-NAME-SUFFIX NOT = SPACES
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-CLN-OUT))
                    + FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-SUFFIX))
                    + 1 > 15
                MOVE "NO ROOM FOR SUFFIX ON GIVEN NAME"
                    TO WS-CLN-REASON
            ELSE
                MOVE FUNCTION TRIM(WS-CLN-OUT) TO WS-FMT-TEMP
                MOVE SPACES TO WS-CLN-OUT
                STRING FUNCTION TRIM(WS-FMT-TEMP) " "
                    FUNCTION TRIM(WS-NAME-SUFFIX)
                    DELIMITED BY SIZE INTO WS-CLN-OUT
            END-IF
        END-IF
        MOVE WS-CLN-OUT TO WS-NEW-NAME
    END-IF.

    IF WS-CLN-REASON NOT = SPACES
        ADD 1 TO WS-REVIEW-COUNT
        MOVE EMP-ID TO REV-DET-ID
        MOVE EMP-NAME TO REV-DET-NAME
        MOVE EMP-SURNAME TO REV-DET-SURNAME
        MOVE WS-CLN-REASON TO REV-DET-REASON
        WRITE REVIEW-LINE FROM REV-DETAIL-LINE
        EXIT PARAGRAPH
    END-IF.

    IF WS-NEW-NAME = EMP-NAME AND WS-NEW-SURNAME = EMP-SURNAME
        ADD 1 TO WS-CLEAN-COUNT
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-SKIP-HIT.
    PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
            UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
        IF WS-SKIP-ID(WS-SKIP-IDX) = EMP-ID
            MOVE "Y" TO WS-SKIP-HIT
            EXIT PERFORM
        END-IF
    END-PERFORM.

    MOVE EMP-ID TO RPT-DET-ID.
    IF WS-NEW-NAME NOT = EMP-NAME
        MOVE "NAME" TO RPT-DET-FIELD
        MOVE EMP-NAME TO RPT-DET-BEFORE
        MOVE WS-NEW-NAME TO RPT-DET-AFTER
        MOVE SPACES TO RPT-DET-NOTE
        IF WS-SURNAME-SUFFIX NOT = SPACES
            MOVE "SUFFIX MOVED FROM SURNAME" TO RPT-DET-NOTE
        END-IF
        IF WS-SKIP-HIT = "Y"
            MOVE "TURNED DOWN - LEFT AS KEYED" TO RPT-DET-NOTE
        END-IF
        WRITE REPORT-LINE FROM RPT-DETAIL-LINE
    END-IF.
    IF WS-NEW-SURNAME NOT = EMP-SURNAME
        MOVE "SURNAME" TO RPT-DET-FIELD
        MOVE EMP-SURNAME TO RPT-DET-BEFORE
        MOVE WS-NEW-SURNAME TO RPT-DET-AFTER
        MOVE SPACES TO RPT-DET-NOTE
        IF WS-SKIP-HIT = "Y"
            MOVE "TURNED DOWN - LEFT AS KEYED" TO RPT-DET-NOTE
        END-IF
        WRITE REPORT-LINE FROM RPT-DETAIL-LINE
    END-IF.

    IF WS-SKIP-HIT = "Y"
        ADD 1 TO WS-SKIPPED-COUNT
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-PROPOSED-COUNT.
    IF WS-MODE = "A"
        MOVE SPACES TO WS-PRIOR-IMAGE
        MOVE EMPLOYEE-RECORD TO WS-PRIOR-IMAGE
        MOVE WS-NEW-NAME TO EMP-NAME
        MOVE WS-NEW-SURNAME TO EMP-SURNAME
        REWRITE EMPLOYEE-RECORD
        PERFORM CHECK-MASTER-IO
        MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-TIMESTAMP
        MOVE "U" TO HIST-ACTION
        MOVE "BATCH" TO HIST-OPERATOR
        MOVE EMP-ID TO HIST-EMP-ID
        MOVE WS-PRIOR-IMAGE TO HIST-PRIOR-IMAGE
        MOVE ZERO TO HIST-EFF-DATE
        WRITE EMP-HISTORY-RECORD
        PERFORM WRITE-AFTER-IMAGE
    END-IF.

*> Profile the characters of WS-CLN-IN, drop stray punctuation
*> into WS-CLN-WORK and split that into words. Letters, spaces,
*> hyphens, apostrophes and periods are name characters; digits
*> and anything outside the plain alphabet cannot be corrected
*> safely and set WS-CLN-REASON instead.
CLEANSE-NAME-FIELD.
    MOVE ZERO TO WS-UPPER-COUNT WS-LOWER-COUNT WS-DIGIT-COUNT
        WS-STRAY-COUNT WS-FOREIGN-COUNT.
    MOVE "N" TO WS-DOUBLE-SPACE.
    MOVE SPACES TO WS-CLN-WORK.
    MOVE ZERO TO WS-CLN-WORK-LEN.
    MOVE ZERO TO WS-WORD-COUNT.
    PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1 UNTIL WS-CHAR-IDX > 15
        MOVE WS-CLN-IN(WS-CHAR-IDX:1) TO WS-CURRENT-CHAR
        EVALUATE TRUE
            WHEN WS-CURRENT-CHAR >= "A" AND WS-CURRENT-CHAR <= "Z"
                ADD 1 TO WS-UPPER-COUNT
            WHEN WS-CURRENT-CHAR >= "a" AND WS-CURRENT-CHAR <= "z"
                ADD 1 TO WS-LOWER-COUNT
            WHEN WS-CURRENT-CHAR >= "0" AND WS-CURRENT-CHAR <= "9"
                ADD 1 TO WS-DIGIT-COUNT
            WHEN WS-CURRENT-CHAR >= X"80"
                ADD 1 TO WS-FOREIGN-COUNT
            WHEN WS-CURRENT-CHAR = SPACE
                IF WS-CHAR-IDX > 1
                    IF WS-CLN-IN(WS-CHAR-IDX - 1:1) = SPACE
                        MOVE "Y" TO WS-DOUBLE-SPACE
                    END-IF
                END-IF
            WHEN WS-CURRENT-CHAR = "-" OR "'" OR "."
                CONTINUE
            WHEN OTHER
                ADD 1 TO WS-STRAY-COUNT
                MOVE SPACE TO WS-CURRENT-CHAR
        END-EVALUATE
        ADD 1 TO WS-CLN-WORK-LEN
        MOVE WS-CURRENT-CHAR TO WS-CLN-WORK(WS-CLN-WORK-LEN:1)
    END-PERFORM.

    IF WS-DIGIT-COUNT > ZERO
        MOVE "DIGITS IN NAME" TO WS-CLN-REASON
        EXIT PARAGRAPH
    END-IF.
    IF WS-FOREIGN-COUNT > ZERO
        MOVE "CHARACTERS OUTSIDE PLAIN ALPHABET" TO WS-CLN-REASON
        EXIT PARAGRAPH
    END-IF.

    COPY WORDSPLIT REPLACING
        ==WORD-SRC== BY ==WS-CLN-WORK==
        ==WORD-ENTRY-REF== BY ==WS-WORD-ENTRY(WS-WORD-COUNT)==
        ==WORD-COUNT== BY ==WS-WORD-COUNT==
        ==WORD-SCAN-IDX== BY ==WS-SCAN-IDX==
        ==WORD-SRC-LEN== BY ==WS-SRC-LEN==
        ==WORD-BUILD== BY ==WS-BUILD-WORD==
        ==WORD-BUILD-LEN== BY ==WS-BUILD-LEN==.

    IF WS-WORD-COUNT = ZERO
        MOVE "NAME BLANK OR ONLY PUNCTUATION" TO WS-CLN-REASON
    END-IF.

*> Recognise a generational suffix however it was keyed (JR, jr.,
*> Jr) and give back its standard form, or spaces.
CHECK-SUFFIX-WORD.
    MOVE SPACES TO WS-SUFFIX-STD.
    INSPECT WS-SUFFIX-WORD REPLACING ALL "." BY SPACE.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUFFIX-WORD))
        TO WS-SUFFIX-WORD.
    EVALUATE WS-SUFFIX-WORD
        WHEN "JR"
            MOVE "Jr." TO WS-SUFFIX-STD
        WHEN "SR"
            MOVE "Sr." TO WS-SUFFIX-STD
        WHEN "II"
            MOVE "II" TO WS-SUFFIX-STD
        WHEN "III"
            MOVE "III" TO WS-SUFFIX-STD
        WHEN "IV"
            MOVE "IV" TO WS-SUFFIX-STD
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Join the words back with single spaces. A name keyed wholly in
*> capitals or wholly in lower case is proper-cased through
*> NAMEFMT, with the letter after a hyphen or apostrophe raised
*> as well (Santos-Reyes, O'Brien); mixed case was keyed with
*> intent (McArthur, dela Cruz) and is kept.
REBUILD-NAME-FIELD.
    MOVE SPACES TO WS-CLN-OUT.
    MOVE 1 TO WS-CLN-PTR.
    PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
            UNTIL WS-WORD-IDX > WS-WORD-COUNT
        IF WS-WORD-IDX > 1
            STRING " " DELIMITED BY SIZE
                INTO WS-CLN-OUT WITH POINTER WS-CLN-PTR
        END-IF
        STRING FUNCTION TRIM(WS-WORD-ENTRY(WS-WORD-IDX))
            DELIMITED BY SIZE
            INTO WS-CLN-OUT WITH POINTER WS-CLN-PTR
    END-PERFORM.

    MOVE "N" TO WS-CASE-FIX.
    IF WS-UPPER-COUNT = ZERO OR WS-LOWER-COUNT = ZERO
        MOVE "Y" TO WS-CASE-FIX
    END-IF.
    IF WS-CASE-FIX = "Y"
        COPY NAMEFMT REPLACING NAME-PART1 BY WS-CLN-OUT
                                NAME-PART2 BY SPACES
                                NAME-FMT-RESULT BY WS-CLN-OUT
                                NAME-FMT-CASE BY "P"
                                NAME-FMT-IDX BY WS-FMT-IDX
                                NAME-FMT-LEN BY WS-FMT-LEN
                                NAME-FMT-PREV BY WS-FMT-PREV
                                NAME-FMT-TEMP BY WS-FMT-TEMP.
        MOVE "N" TO WS-AFTER-BREAK
        PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                UNTIL WS-CHAR-IDX > 15
            IF WS-AFTER-BREAK = "Y"
                MOVE FUNCTION UPPER-CASE(WS-CLN-OUT(WS-CHAR-IDX:1))
                    TO WS-CLN-OUT(WS-CHAR-IDX:1)
            END-IF
            IF WS-CLN-OUT(WS-CHAR-IDX:1) = "-" OR "'"
                MOVE "Y" TO WS-AFTER-BREAK
            ELSE
                MOVE "N" TO WS-AFTER-BREAK
            END-IF
        END-PERFORM
    END-IF.

CHECK-MASTER-IO.
    MOVE WS-EMP-FILE-STATUS TO FST-STATUS.
    IF FST-STATUS = "02" OR FST-STATUS = "22"
            OR FST-STATUS = "23"
        MOVE "00" TO FST-STATUS
    END-IF.
    MOVE "employee.dat" TO FST-FILE-NAME.
    MOVE "REWRITE" TO FST-OPERATION.
    MOVE "WS-NAME-CLEANSE" TO FST-PROGRAM.
    CALL "FILESTAT" USING FILE-STAT-AREA.

WRITE-CLEANSE-TOTALS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Employees read            : " TO RPT-TOT-LABEL.
    MOVE WS-READ-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Already clean             : " TO RPT-TOT-LABEL.
    MOVE WS-CLEAN-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Corrected (or proposed)   : " TO RPT-TOT-LABEL.
    MOVE WS-PROPOSED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Turned down (nameskip.dat): " TO RPT-TOT-LABEL.
    MOVE WS-SKIPPED-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Sent to manual review     : " TO RPT-TOT-LABEL.
    MOVE WS-REVIEW-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE SPACES TO REVIEW-LINE.
    WRITE REVIEW-LINE.
    MOVE "Sent to manual review     : " TO RPT-TOT-LABEL.
    MOVE WS-REVIEW-COUNT TO RPT-TOT-COUNT.
    WRITE REVIEW-LINE FROM RPT-TOTAL-LINE.

*> Forward-recovery after-image (jrnl.dat); the history
*> record keeps the before-image.
WRITE-AFTER-IMAGE.
    MOVE "WS-NAME-CLEANSE" TO JRN-PROGRAM.
    MOVE "BATCH" TO JRN-OPERATOR.
    MOVE "EMPLOYEE" TO JRN-FILE-ID.
    MOVE "U" TO JRN-ACTION.
    MOVE EMP-ID TO JRN-KEY.
    MOVE SPACES TO JRN-IMAGE.
    MOVE EMPLOYEE-RECORD TO JRN-IMAGE.
    CALL "JOURNAL" USING JOURNAL-AREA.
