*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Appraisal form load. The ratings from the signed
*>              performance appraisal forms arrive as apprform.dat -
*>              one record per form: EMP-ID, review year, rating
*>              1-5, the appraiser's EMP-ID and the date signed -
*>              wrapped in the standard INTFCTL header and trailer,
*>              which are verified whole before anything loads (a
*>              bad header or count hard-stops the run). Each form
*>              is checked - employee and appraiser on
*>              employee.dat and not the same person, rating 1-5,
*>              review year and signing date valid and not in the
*>              future - and written to appraisal.dat; a corrected
*>              form for the same employee and year replaces the
*>              earlier one. Rejected forms go to apprform.rej with
*>              a reason code for HR to correct and resubmit, and
*>              every form is listed on apprload.rpt.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-APPRAISAL-LOAD.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT FORM-FILE ASSIGN TO "apprform.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FORM-STATUS.

        SELECT APPRAISAL-FILE ASSIGN TO "appraisal.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS APR-KEY
            FILE STATUS IS WS-APPR-STATUS.

        SELECT REJECT-FILE ASSIGN TO "apprform.rej"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REJECT-STATUS.

        SELECT REPORT-FILE ASSIGN TO "apprload.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD FORM-FILE.
    01 FORM-RECORD.
        05 APF-EMP-ID       PIC X(6).
        05 APF-YEAR         PIC X(4).
        05 APF-RATING       PIC X.
        05 APF-APPRAISER    PIC X(6).
        05 APF-DATE         PIC X(8).
        05 FILLER           PIC X(18).

    FD APPRAISAL-FILE.
    COPY APPRREC.

    FD REJECT-FILE.
    01 REJECT-RECORD.
        05 REJ-DATA         PIC X(25).
        05 REJ-REASON-CODE  PIC XX.

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(100).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-FORM-STATUS       PIC XX.
    01 WS-APPR-STATUS       PIC XX.
    01 WS-REJECT-STATUS     PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-RUN-YEAR          PIC 9(4).
    01 WS-CTL-OK            PIC X.
    01 WS-CTL-COUNT         PIC 9(7).
    01 WS-ON-FILE           PIC X.
    01 WS-REASON-CODE       PIC XX.
    01 WS-REASON-DESC       PIC X(30).
    COPY EMPIDCHK.
    01 WS-YEAR-NUM          PIC 9(4).
    01 WS-READ-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-ACCEPT-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-REPLACE-COUNT     PIC 9(5) VALUE ZERO.
    01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
    COPY DATESRV.
    COPY INTFCTL.
    COPY RUNLOG.
    COPY RPTREG.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
            VALUE "APPRAISAL FORM LOAD           Run date:   ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(8)  VALUE "EMP-ID".
        05 FILLER          PIC X(6)  VALUE "YEAR".
        05 FILLER          PIC X(4)  VALUE "RTG".
        05 FILLER          PIC X(10) VALUE "APPRAISER".
        05 FILLER          PIC X(10) VALUE "SIGNED".
        05 FILLER          PIC X(10) VALUE "RESULT".
        05 FILLER          PIC X(30) VALUE "REASON".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-ID      PIC X(6).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-YEAR    PIC X(4).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-RATING  PIC X.
        05 FILLER          PIC X(3)  VALUE SPACES.
        05 RPT-DET-APPR    PIC X(6).
        05 FILLER          PIC X(4)  VALUE SPACES.
        05 RPT-DET-DATE    PIC X(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-DISP    PIC X(8).
        05 FILLER          PIC X(2)  VALUE SPACES.
        05 RPT-DET-REASON  PIC X(2).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-DESC    PIC X(30).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(22).
        05 RPT-TOT-COUNT   PIC ZZZZ9.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.

    OPEN INPUT FORM-FILE.
    IF WS-FORM-STATUS NOT = "00"
        DISPLAY "Cannot open apprform.dat - no appraisal forms to "
            "load."
        GOBACK
    END-IF.
    PERFORM VERIFY-FORM-CONTROLS.
    IF WS-CTL-OK NOT = "Y"
        DISPLAY "apprform.dat failed its control check - nothing "
            "loaded."
        CLOSE FORM-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT EMPLOYEE-MASTER.
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "employee.dat not found - nothing to load against."
        CLOSE FORM-FILE
        GOBACK
    END-IF.

    MOVE "WS-APPRAISAL-LOAD" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN I-O APPRAISAL-FILE.
    IF WS-APPR-STATUS = "35"
        OPEN OUTPUT APPRAISAL-FILE
        CLOSE APPRAISAL-FILE
        OPEN I-O APPRAISAL-FILE
    END-IF.
    OPEN OUTPUT REJECT-FILE.
    OPEN OUTPUT REPORT-FILE.
    MOVE "APPRAISAL LOAD" TO RRG-REPORT-NAME.
    MOVE "apprload.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE "ALL FORMS ON apprform.dat" TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    PERFORM UNTIL WS-FORM-STATUS = "10"
        READ FORM-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF FORM-RECORD(1:3) = "HDR"
                        OR FORM-RECORD(1:3) = "TRL"
                    CONTINUE
                ELSE
                    ADD 1 TO WS-READ-COUNT
                    PERFORM LOAD-ONE-FORM
                END-IF
        END-READ
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Forms read          : " TO RPT-TOT-LABEL.
    MOVE WS-READ-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Loaded (new)        : " TO RPT-TOT-LABEL.
    MOVE WS-ACCEPT-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Replaced (corrected): " TO RPT-TOT-LABEL.
    MOVE WS-REPLACE-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Rejected            : " TO RPT-TOT-LABEL.
    MOVE WS-REJECT-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.

    CLOSE FORM-FILE.
    CLOSE EMPLOYEE-MASTER.
    CLOSE APPRAISAL-FILE.
    CLOSE REJECT-FILE.
    CLOSE REPORT-FILE.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    COMPUTE RLG-WRITE-COUNT = WS-ACCEPT-COUNT + WS-REPLACE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    MOVE WS-READ-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

    DISPLAY "Appraisal load complete - " WS-READ-COUNT " form(s) "
        "read, " WS-ACCEPT-COUNT " loaded, " WS-REPLACE-COUNT
        " replaced, " WS-REJECT-COUNT " rejected (apprform.rej).".
    DISPLAY "Listing written to apprload.rpt.".
    IF WS-REJECT-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
GOBACK.

*> Same whole-file control discipline as every other feed: the
*> header must name the appraisal file and the trailer count must
*> match the forms between them.
VERIFY-FORM-CONTROLS.
    MOVE "N" TO WS-CTL-OK.
    MOVE ZERO TO WS-CTL-COUNT.
    READ FORM-FILE
        AT END
            DISPLAY "apprform.dat is empty."
            CLOSE FORM-FILE
            OPEN INPUT FORM-FILE
            EXIT PARAGRAPH
    END-READ.
    MOVE FORM-RECORD TO INTF-HEADER-RECORD.
    IF NOT INTF-IS-HEADER OR INTF-HDR-FILE-ID NOT = "APPRAISAL"
        DISPLAY "apprform.dat has no valid control header."
        CLOSE FORM-FILE
        OPEN INPUT FORM-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-FORM-STATUS = "10"
        READ FORM-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                IF FORM-RECORD(1:3) = "TRL"
                    MOVE FORM-RECORD TO INTF-TRAILER-RECORD
                    IF INTF-TRL-COUNT = WS-CTL-COUNT
                        MOVE "Y" TO WS-CTL-OK
                    ELSE
                        DISPLAY "Trailer count " INTF-TRL-COUNT
                            " does not match " WS-CTL-COUNT
                            " form(s)."
                    END-IF
                ELSE
                    ADD 1 TO WS-CTL-COUNT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE FORM-FILE.
    OPEN INPUT FORM-FILE.

LOAD-ONE-FORM.
    MOVE "00" TO WS-REASON-CODE.
    MOVE SPACES TO WS-REASON-DESC.
    PERFORM EDIT-ONE-FORM.
    IF WS-REASON-CODE NOT = "00"
        ADD 1 TO WS-REJECT-COUNT
        MOVE FORM-RECORD TO REJ-DATA
        MOVE WS-REASON-CODE TO REJ-REASON-CODE
        WRITE REJECT-RECORD
        MOVE "REJECTED" TO RPT-DET-DISP
        PERFORM WRITE-FORM-DETAIL
        EXIT PARAGRAPH
    END-IF.

    MOVE APF-EMP-ID TO APR-EMP-ID.
    MOVE APF-YEAR TO APR-YEAR.
    READ APPRAISAL-FILE
        INVALID KEY
            MOVE "N" TO WS-ON-FILE
        NOT INVALID KEY
            MOVE "Y" TO WS-ON-FILE
    END-READ.
    MOVE APF-EMP-ID TO APR-EMP-ID.
    MOVE APF-YEAR TO APR-YEAR.
    MOVE APF-RATING TO APR-RATING.
    MOVE APF-APPRAISER TO APR-APPRAISER.
    MOVE APF-DATE TO APR-DATE.
    MOVE WS-RUN-DATE TO APR-LOAD-DATE.
    MOVE "APPRLOAD" TO APR-LOADED-BY.
    IF WS-ON-FILE = "Y"
        REWRITE APPRAISAL-RECORD
        ADD 1 TO WS-REPLACE-COUNT
        MOVE "REPLACED" TO RPT-DET-DISP
    ELSE
        WRITE APPRAISAL-RECORD
        ADD 1 TO WS-ACCEPT-COUNT
        MOVE "LOADED" TO RPT-DET-DISP
    END-IF.
    PERFORM WRITE-FORM-DETAIL.

*> A reason code per failure so HR can correct and resubmit the
*> form.
EDIT-ONE-FORM.
    IF APF-EMP-ID NOT NUMERIC
        MOVE "01" TO WS-REASON-CODE
        MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    SET EIC-VALIDATE TO TRUE.
    MOVE APF-EMP-ID TO EIC-EMP-ID.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        MOVE "08" TO WS-REASON-CODE
        MOVE "EMPLOYEE ID CHECK DIGIT WRONG" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    MOVE APF-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "02" TO WS-REASON-CODE
            MOVE "EMPLOYEE NOT ON FILE" TO WS-REASON-DESC
            EXIT PARAGRAPH
    END-READ.
    IF APF-YEAR NOT NUMERIC
        MOVE "03" TO WS-REASON-CODE
        MOVE "REVIEW YEAR INVALID" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    MOVE APF-YEAR TO WS-YEAR-NUM.
    IF WS-YEAR-NUM < 1900 OR WS-YEAR-NUM > WS-RUN-YEAR
        MOVE "03" TO WS-REASON-CODE
        MOVE "REVIEW YEAR INVALID" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    IF APF-RATING < "1" OR APF-RATING > "5"
        MOVE "04" TO WS-REASON-CODE
        MOVE "RATING NOT 1 TO 5" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    IF APF-APPRAISER NOT NUMERIC
        MOVE "05" TO WS-REASON-CODE
        MOVE "APPRAISER NOT ON FILE" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    IF APF-APPRAISER = APF-EMP-ID
        MOVE "06" TO WS-REASON-CODE
        MOVE "SELF-APPRAISAL NOT ACCEPTED" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    SET EIC-VALIDATE TO TRUE.
    MOVE APF-APPRAISER TO EIC-EMP-ID.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        MOVE "09" TO WS-REASON-CODE
        MOVE "APPRAISER ID CHECK DIGIT WRONG" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    MOVE APF-APPRAISER TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "05" TO WS-REASON-CODE
            MOVE "APPRAISER NOT ON FILE" TO WS-REASON-DESC
            EXIT PARAGRAPH
    END-READ.
    IF APF-DATE NOT NUMERIC
        MOVE "07" TO WS-REASON-CODE
        MOVE "SIGNING DATE INVALID" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    SET DSRV-VALIDATE TO TRUE.
    MOVE APF-DATE TO DSRV-DATE-A.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-VALID-FLAG NOT = "Y" OR DSRV-DATE-A > WS-RUN-DATE
        MOVE "07" TO WS-REASON-CODE
        MOVE "SIGNING DATE INVALID" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.

WRITE-FORM-DETAIL.
    MOVE APF-EMP-ID TO RPT-DET-ID.
    MOVE APF-YEAR TO RPT-DET-YEAR.
    MOVE APF-RATING TO RPT-DET-RATING.
    MOVE APF-APPRAISER TO RPT-DET-APPR.
    MOVE APF-DATE TO RPT-DET-DATE.
    MOVE WS-REASON-CODE TO RPT-DET-REASON.
    MOVE WS-REASON-DESC TO RPT-DET-DESC.
    IF WS-REASON-CODE = "00"
        MOVE SPACES TO RPT-DET-REASON
    END-IF.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
