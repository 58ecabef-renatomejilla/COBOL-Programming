*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Stale-dated check run over the register chkreg.dat.
*>              A check still outstanding (I) more than the
*>              sysparm STALE-CHECK-DAYS days after its issue date
*>              (180 when the parameter is not set) can no longer
*>              be cashed, so it is marked S (stale, cancelled)
*>              through the same work-file rewrite CHECK-CONTROL
*>              uses, and drops off the outstanding list on
*>              chkrecon.rpt. The amount is still owed to the
*>              payee: each cancellation is added to the stale
*>              liability file stalechk.dat as open, from which
*>              CHECK-CONTROL releases it to payments.dat for a
*>              new check through CHECK-PRINT. The payee's branch
*>              (EMP-LOCATION for an employee payee, UNASSIGNED
*>              otherwise) gets a notice file stale-<branch>.rpt
*>              listing its cancelled checks, and the stale-check
*>              register stalereg.rpt lists every cancellation on
*>              stalechk.dat with what is still owed. The
*>              cancellations go to the bank as voids through
*>              POSPAY.

IDENTIFICATION DIVISION.
PROGRAM-ID.     CHECK-STALE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT REGISTER-FILE ASSIGN TO "chkreg.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        SELECT WORK-FILE ASSIGN TO "chkreg.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.

        SELECT STALE-FILE ASSIGN TO "stalechk.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STALE-STATUS.

        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMP-PHONE
                WITH DUPLICATES
            FILE STATUS IS WS-EMP-FILE-STATUS.

        SELECT NOTICE-FILE ASSIGN USING WS-NOTICE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTICE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "stalereg.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD REGISTER-FILE.
    COPY CHKREG.

    FD WORK-FILE.
    01 WORK-RECORD          PIC X(69).

    FD STALE-FILE.
    COPY STALEREC.

    FD EMPLOYEE-MASTER.
    COPY EMPREC.

    FD NOTICE-FILE.
    01 NOTICE-LINE          PIC X(90).

    FD REPORT-FILE.
    01 REPORT-LINE          PIC X(100).

    WORKING-STORAGE SECTION.
    01 WS-REGISTER-STATUS   PIC XX.
    01 WS-WORK-STATUS       PIC XX.
    01 WS-STALE-STATUS      PIC XX.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-NOTICE-STATUS     PIC XX.
    01 WS-REPORT-STATUS     PIC XX.
    01 WS-NOTICE-NAME       PIC X(30).
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-STALE-DAYS        PIC 9(5) VALUE 180.
    01 WS-DAYS-DISP         PIC ZZZZ9.
    01 WS-BRANCH            PIC X(15).
    01 WS-CURRENT-BRANCH    PIC X(15).
    01 WS-NAME-POS          PIC 99.
    01 WS-CHAR-IDX          PIC 99.
    01 WS-I                 PIC 9(3).
    01 WS-J                 PIC 9(3).
    01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
    01 WS-STALE-COUNT       PIC 9(5) VALUE ZERO.
    01 WS-STALE-TOTAL       PIC 9(11)V99 VALUE ZERO.
    01 WS-NOTICE-COUNT      PIC 9(3) VALUE ZERO.
    01 WS-REG-COUNT         PIC 9(5) VALUE ZERO.
    01 WS-OPEN-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-OPEN-TOTAL        PIC 9(11)V99 VALUE ZERO.
    01 WS-REISSUED-COUNT    PIC 9(5) VALUE ZERO.
    01 WS-REISSUED-TOTAL    PIC 9(11)V99 VALUE ZERO.
    01 WS-BRANCH-TOTAL      PIC 9(11)V99.
    01 WS-TABLE-FULL        PIC X VALUE "N".
    01 WS-NOTICE-TABLE.
        05 WS-NOTICE-ENTRY OCCURS 500 TIMES.
            10 WS-TBL-NUMBER    PIC 9(8).
            10 WS-TBL-DATE      PIC 9(8).
            10 WS-TBL-PAYEE     PIC X(30).
            10 WS-TBL-AMOUNT    PIC 9(9)V99.
            10 WS-TBL-BRANCH    PIC X(15).
            10 WS-TBL-SENT      PIC X.
    COPY DATESRV.
    COPY SYSPARM.
    COPY RUNLOG.
    COPY RPTREG.
    COPY POSPAY.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
            VALUE "STALE-DATED CHECK REGISTER    Run date:   ".
        05 RPT-RUN-DATE    PIC 9(8).
    01 RPT-LIMIT-LINE.
        05 FILLER          PIC X(30)
            VALUE "Checks are stale after        ".
        05 RPT-LIMIT-DAYS  PIC ZZZZ9.
        05 FILLER          PIC X(6)  VALUE " days.".
    01 RPT-COLUMN-HEADING.
        05 FILLER          PIC X(50) VALUE
            "CHECK NO  ISSUED    CANCELLED PAYEE               ".
        05 FILLER          PIC X(50) VALUE
            "           BRANCH                 AMOUNT  STATUS  ".
    01 RPT-DETAIL-LINE.
        05 RPT-DET-NUMBER  PIC 9(8).
        05 FILLER          PIC XX    VALUE SPACES.
        05 RPT-DET-ISSUED  PIC 9(8).
        05 FILLER          PIC XX    VALUE SPACES.
        05 RPT-DET-CANCEL  PIC 9(8).
        05 FILLER          PIC XX    VALUE SPACES.
        05 RPT-DET-PAYEE   PIC X(30).
        05 FILLER          PIC X     VALUE SPACE.
        05 RPT-DET-BRANCH  PIC X(15).
        05 RPT-DET-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
        05 FILLER          PIC XX    VALUE SPACES.
        05 RPT-DET-STATUS  PIC X(17).
    01 RPT-TOTAL-LINE.
        05 RPT-TOT-LABEL   PIC X(28).
        05 RPT-TOT-COUNT   PIC ZZZZ9.
        05 FILLER          PIC XX    VALUE SPACES.
        05 RPT-TOT-AMOUNT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.

    01 NTC-TITLE-LINE.
        05 FILLER          PIC X(40)
            VALUE "NOTICE OF CANCELLED STALE-DATED CHECKS  ".
        05 FILLER          PIC X(8)  VALUE "Branch: ".
        05 NTC-BRANCH      PIC X(15).
    01 NTC-TEXT-LINE       PIC X(90).
    01 NTC-DETAIL-LINE.
        05 NTC-NUMBER      PIC 9(8).
        05 FILLER          PIC XX    VALUE SPACES.
        05 NTC-ISSUED      PIC 9(8).
        05 FILLER          PIC XX    VALUE SPACES.
        05 NTC-PAYEE       PIC X(30).
        05 FILLER          PIC XX    VALUE SPACES.
        05 NTC-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
    01 NTC-TOTAL-LINE.
        05 FILLER          PIC X(50)
            VALUE "Total still owed to the payees above:".
        05 NTC-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    MOVE "STALE-CHECK-DAYS" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y" AND SPM-NUMERIC > ZERO
        MOVE SPM-NUMERIC TO WS-STALE-DAYS
    END-IF.

    OPEN INPUT REGISTER-FILE.
    IF WS-REGISTER-STATUS NOT = "00"
        DISPLAY "chkreg.dat not found - no checks printed yet."
        GOBACK
    END-IF.

    MOVE "CHECK-STALE" TO RLG-PROGRAM.
    SET RLG-START TO TRUE.
    MOVE "RUNNING" TO RLG-STATUS.
    MOVE ZERO TO RLG-READ-COUNT.
    MOVE ZERO TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    OPEN INPUT EMPLOYEE-MASTER.
    OPEN OUTPUT WORK-FILE.
    OPEN EXTEND STALE-FILE.
    IF WS-STALE-STATUS = "35"
        OPEN OUTPUT STALE-FILE
    END-IF.

*> The register is rewritten through a work file, the same
*> unload/reload discipline CHECK-CONTROL applies to it.
    PERFORM UNTIL WS-REGISTER-STATUS = "10"
        READ REGISTER-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                IF CKR-ISSUED
                    PERFORM CHECK-ONE-OUTSTANDING
                END-IF
                WRITE WORK-RECORD FROM CHECK-REG-RECORD
        END-READ
    END-PERFORM.
    CLOSE REGISTER-FILE.
    CLOSE WORK-FILE.
    CLOSE STALE-FILE.
    CLOSE EMPLOYEE-MASTER.

    IF WS-STALE-COUNT > ZERO
        PERFORM COPY-WORK-BACK
        PERFORM WRITE-BRANCH-NOTICES
    END-IF.
    PERFORM WRITE-STALE-REGISTER.

*> The bank is told at once that the cancelled numbers are void.
    IF WS-STALE-COUNT > ZERO
        CALL "POSPAY" USING POS-PAY-AREA
    END-IF.

    SET RLG-END TO TRUE.
    MOVE "COMPLETE" TO RLG-STATUS.
    MOVE WS-READ-COUNT TO RLG-READ-COUNT.
    MOVE WS-STALE-COUNT TO RLG-WRITE-COUNT.
    CALL "RUNLOG" USING RUN-LOG-AREA.

    DISPLAY WS-STALE-COUNT " stale check(s) cancelled - register "
        "in stalereg.rpt.".
    IF WS-NOTICE-COUNT > ZERO
        DISPLAY WS-NOTICE-COUNT " branch notice(s) written "
            "(stale-<branch>.rpt)."
    END-IF.
    IF WS-TABLE-FULL = "Y"
        DISPLAY "More than 500 cancellations - branch notices "
            "list the first 500 only; see stalereg.rpt."
    END-IF.
    IF PPY-FILE-NAME NOT = SPACES
        DISPLAY "Positive pay: " PPY-ISSUE-COUNT " issue(s), "
            PPY-VOID-COUNT " void(s) in "
            FUNCTION TRIM(PPY-FILE-NAME) "."
    END-IF.
GOBACK.

CHECK-ONE-OUTSTANDING.
    SET DSRV-DATE-DIFF TO TRUE.
    MOVE CKR-DATE TO DSRV-DATE-A.
    MOVE WS-RUN-DATE TO DSRV-DATE-B.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    IF DSRV-RESULT-NUM NOT > WS-STALE-DAYS
        EXIT PARAGRAPH
    END-IF.

    SET CKR-STALE TO TRUE.
    PERFORM FIND-PAYEE-BRANCH.

*> The amount is re-opened as owed to the payee.
    MOVE CKR-NUMBER TO STL-NUMBER.
    MOVE CKR-DATE TO STL-ISSUE-DATE.
    MOVE CKR-PAYEE TO STL-PAYEE.
    MOVE CKR-AMOUNT TO STL-AMOUNT.
    IF CKR-EMP-ID NUMERIC
        MOVE CKR-EMP-ID TO STL-EMP-ID
    ELSE
        MOVE ZERO TO STL-EMP-ID
    END-IF.
    MOVE WS-BRANCH TO STL-BRANCH.
    MOVE WS-RUN-DATE TO STL-CANCEL-DATE.
    SET STL-OPEN TO TRUE.
    MOVE ZERO TO STL-REISSUE-DATE.
    MOVE SPACE TO STL-FILLER-1 STL-FILLER-2 STL-FILLER-3
        STL-FILLER-4 STL-FILLER-5 STL-FILLER-6 STL-FILLER-7
        STL-FILLER-8.
    WRITE STALE-CHECK-RECORD.
    ADD 1 TO WS-STALE-COUNT.
    ADD CKR-AMOUNT TO WS-STALE-TOTAL.

    IF WS-STALE-COUNT > 500
        MOVE "Y" TO WS-TABLE-FULL
        EXIT PARAGRAPH
    END-IF.
    MOVE CKR-NUMBER TO WS-TBL-NUMBER(WS-STALE-COUNT).
    MOVE CKR-DATE TO WS-TBL-DATE(WS-STALE-COUNT).
    MOVE CKR-PAYEE TO WS-TBL-PAYEE(WS-STALE-COUNT).
    MOVE CKR-AMOUNT TO WS-TBL-AMOUNT(WS-STALE-COUNT).
    MOVE WS-BRANCH TO WS-TBL-BRANCH(WS-STALE-COUNT).
    MOVE "N" TO WS-TBL-SENT(WS-STALE-COUNT).

*> Checks printed before the register kept the EMP-ID, and checks
*> to anyone who is not an employee, go to UNASSIGNED.
FIND-PAYEE-BRANCH.
    MOVE "UNASSIGNED" TO WS-BRANCH.
    IF CKR-EMP-ID NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    IF CKR-EMP-ID = ZERO
        EXIT PARAGRAPH
    END-IF.
    MOVE CKR-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF EMP-LOCATION NOT = SPACES
                MOVE EMP-LOCATION TO WS-BRANCH
            END-IF
    END-READ.

COPY-WORK-BACK.
    OPEN INPUT WORK-FILE.
    OPEN OUTPUT REGISTER-FILE.
    PERFORM UNTIL WS-WORK-STATUS = "10"
        READ WORK-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE WORK-RECORD TO CHECK-REG-RECORD
                WRITE CHECK-REG-RECORD
        END-READ
    END-PERFORM.
    CLOSE WORK-FILE.
    CLOSE REGISTER-FILE.

*> One notice per branch with the checks it has to explain to its
*> people, named for the branch as the roster packets are.
WRITE-BRANCH-NOTICES.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-STALE-COUNT OR WS-I > 500
        IF WS-TBL-SENT(WS-I) = "N"
            MOVE WS-TBL-BRANCH(WS-I) TO WS-CURRENT-BRANCH
            PERFORM WRITE-ONE-NOTICE
        END-IF
    END-PERFORM.

WRITE-ONE-NOTICE.
    PERFORM BUILD-NOTICE-NAME.
    OPEN OUTPUT NOTICE-FILE.
    MOVE WS-CURRENT-BRANCH TO NTC-BRANCH.
    WRITE NOTICE-LINE FROM NTC-TITLE-LINE.
    MOVE WS-STALE-DAYS TO WS-DAYS-DISP.
    MOVE SPACES TO NTC-TEXT-LINE.
    STRING "Run date " WS-RUN-DATE ". These checks passed the "
        FUNCTION TRIM(WS-DAYS-DISP) "-day stale date uncashed"
        DELIMITED BY SIZE INTO NTC-TEXT-LINE.
    WRITE NOTICE-LINE FROM NTC-TEXT-LINE.
    MOVE SPACES TO NTC-TEXT-LINE.
    STRING "and are cancelled. The amounts are still owed; a new "
        "check is issued on request."
        DELIMITED BY SIZE INTO NTC-TEXT-LINE.
    WRITE NOTICE-LINE FROM NTC-TEXT-LINE.
    MOVE SPACES TO NOTICE-LINE.
    WRITE NOTICE-LINE.
    MOVE ZERO TO WS-BRANCH-TOTAL.
    PERFORM VARYING WS-J FROM WS-I BY 1
            UNTIL WS-J > WS-STALE-COUNT OR WS-J > 500
        IF WS-TBL-BRANCH(WS-J) = WS-CURRENT-BRANCH
            MOVE WS-TBL-NUMBER(WS-J) TO NTC-NUMBER
            MOVE WS-TBL-DATE(WS-J) TO NTC-ISSUED
            MOVE WS-TBL-PAYEE(WS-J) TO NTC-PAYEE
            MOVE WS-TBL-AMOUNT(WS-J) TO NTC-AMOUNT
            WRITE NOTICE-LINE FROM NTC-DETAIL-LINE
            ADD WS-TBL-AMOUNT(WS-J) TO WS-BRANCH-TOTAL
            MOVE "Y" TO WS-TBL-SENT(WS-J)
        END-IF
    END-PERFORM.
    MOVE SPACES TO NOTICE-LINE.
    WRITE NOTICE-LINE.
    MOVE WS-BRANCH-TOTAL TO NTC-TOTAL.
    WRITE NOTICE-LINE FROM NTC-TOTAL-LINE.
    CLOSE NOTICE-FILE.
    ADD 1 TO WS-NOTICE-COUNT.

BUILD-NOTICE-NAME.
    MOVE SPACES TO WS-NOTICE-NAME.
    MOVE 1 TO WS-NAME-POS.
    STRING "stale-" DELIMITED BY SIZE
        INTO WS-NOTICE-NAME WITH POINTER WS-NAME-POS.
    PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
            UNTIL WS-CHAR-IDX > 15
        IF WS-CURRENT-BRANCH(WS-CHAR-IDX:1) NOT = SPACE
            MOVE WS-CURRENT-BRANCH(WS-CHAR-IDX:1)
                TO WS-NOTICE-NAME(WS-NAME-POS:1)
            ADD 1 TO WS-NAME-POS
        END-IF
    END-PERFORM.
    STRING ".rpt" DELIMITED BY SIZE
        INTO WS-NOTICE-NAME WITH POINTER WS-NAME-POS.

*> Every cancellation ever made is listed, with whether the amount
*> is still owed or has gone out again on a new check.
WRITE-STALE-REGISTER.
    OPEN OUTPUT REPORT-FILE.
    MOVE "STALE CHECK REGISTER" TO RRG-REPORT-NAME.
    MOVE "stalereg.rpt" TO RRG-FILE-NAME.
    MOVE "BATCH" TO RRG-OPERATOR.
    MOVE "ALL CANCELLATIONS ON stalechk.dat" TO RRG-CRITERIA.
    COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE.
    WRITE REPORT-LINE FROM RPT-TITLE-LINE.
    MOVE WS-STALE-DAYS TO RPT-LIMIT-DAYS.
    WRITE REPORT-LINE FROM RPT-LIMIT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

    OPEN INPUT STALE-FILE.
    IF WS-STALE-STATUS = "00"
        PERFORM UNTIL WS-STALE-STATUS = "10"
            READ STALE-FILE
                AT END
                    EXIT PERFORM
                NOT AT END
                    PERFORM LIST-ONE-CANCELLATION
            END-READ
        END-PERFORM
        CLOSE STALE-FILE
    END-IF.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "Cancelled this run        : " TO RPT-TOT-LABEL.
    MOVE WS-STALE-COUNT TO RPT-TOT-COUNT.
    MOVE WS-STALE-TOTAL TO RPT-TOT-AMOUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Still owed to payees      : " TO RPT-TOT-LABEL.
    MOVE WS-OPEN-COUNT TO RPT-TOT-COUNT.
    MOVE WS-OPEN-TOTAL TO RPT-TOT-AMOUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Released for a new check  : " TO RPT-TOT-LABEL.
    MOVE WS-REISSUED-COUNT TO RPT-TOT-COUNT.
    MOVE WS-REISSUED-TOTAL TO RPT-TOT-AMOUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    CLOSE REPORT-FILE.

    MOVE WS-REG-COUNT TO RRG-RECORD-COUNT.
    CALL "RPTREG" USING RPT-REG-AREA.

LIST-ONE-CANCELLATION.
    ADD 1 TO WS-REG-COUNT.
    MOVE STL-NUMBER TO RPT-DET-NUMBER.
    MOVE STL-ISSUE-DATE TO RPT-DET-ISSUED.
    MOVE STL-CANCEL-DATE TO RPT-DET-CANCEL.
    MOVE STL-PAYEE TO RPT-DET-PAYEE.
    MOVE STL-BRANCH TO RPT-DET-BRANCH.
    MOVE STL-AMOUNT TO RPT-DET-AMOUNT.
    IF STL-REISSUED
        MOVE SPACES TO RPT-DET-STATUS
        STRING "RELEASED " STL-REISSUE-DATE
            DELIMITED BY SIZE INTO RPT-DET-STATUS
        ADD 1 TO WS-REISSUED-COUNT
        ADD STL-AMOUNT TO WS-REISSUED-TOTAL
    ELSE
        MOVE "OWED" TO RPT-DET-STATUS
        ADD 1 TO WS-OPEN-COUNT
        ADD STL-AMOUNT TO WS-OPEN-TOTAL
    END-IF.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
