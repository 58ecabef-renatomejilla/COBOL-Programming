*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Positive-pay issue file for the bank. CHECK-CONTROL
*>              only learns of an altered or counterfeit check once
*>              it has cleared; with positive pay the bank holds
*>              the list of genuine checks and refuses any other.
*>              Every check on chkreg.dat without an issue entry on
*>              the transmission log ppaylog.dat goes out as an
*>              issue (I), and every voided or stale-cancelled
*>              check without a void entry as a void (V) - check
*>              number, issue date, payee and amount, in the
*>              bank's fixed layout - into a new dated file
*>              pospay-YYYYMMDDHHMMSS.dat:
*>              INTFCTL header, the entries, an HSH record carrying
*>              the hash total of the amounts, then the trailer
*>              count. Each entry is logged as it is written, so a
*>              check is never sent twice and one that was missed
*>              goes with the next file. The company's account
*>              number comes from sysparm PAYROLL-ACCOUNT. CALLed
*>              after CHECK-PRINT, CHECK-CONTROL's void/reissue and
*>              CHECK-STALE; see copybooks/POSPAY.cpy.

IDENTIFICATION DIVISION.
PROGRAM-ID.     POSPAY.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT REGISTER-FILE ASSIGN TO "chkreg.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        SELECT LOG-FILE ASSIGN TO "ppaylog.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS PPL-KEY
            FILE STATUS IS WS-LOG-STATUS.

        SELECT ISSUE-FILE ASSIGN USING WS-ISSUE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ISSUE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD REGISTER-FILE.
    COPY CHKREG.

    FD LOG-FILE.
    COPY PPAYLOG.

    FD ISSUE-FILE.
    01 ISSUE-RECORD         PIC X(100).

    WORKING-STORAGE SECTION.
    01 WS-REGISTER-STATUS   PIC XX.
    01 WS-LOG-STATUS        PIC XX.
    01 WS-ISSUE-STATUS      PIC XX.
    01 WS-ISSUE-NAME        PIC X(30).
    01 WS-ISSUE-OPEN        PIC X VALUE "N".
    01 WS-RUN-DATE          PIC 9(8).
    01 WS-TIMESTAMP         PIC X(14).
    01 WS-ACCOUNT           PIC X(20).
    01 WS-ENTRY-COUNT       PIC 9(7).
    01 WS-HASH-TOTAL        PIC 9(13)V99.
    01 WS-ACTION            PIC X.
    01 WS-ISSUE-DETAIL.
        05 PPD-ACTION       PIC X.
        05 PPD-ACCOUNT      PIC X(20).
        05 PPD-NUMBER       PIC 9(8).
        05 PPD-DATE         PIC 9(8).
        05 PPD-AMOUNT       PIC 9(9)V99.
        05 PPD-PAYEE        PIC X(30).
    01 WS-HASH-RECORD.
        05 FILLER           PIC X(4) VALUE "HSH ".
        05 WS-HSH-AMOUNT    PIC 9(13)V99.
    COPY INTFCTL.
    COPY SYSPARM.

    LINKAGE SECTION.
    COPY POSPAY.

PROCEDURE DIVISION USING POS-PAY-AREA.
001-MAIN.
    MOVE SPACES TO PPY-FILE-NAME.
    MOVE ZERO TO PPY-ISSUE-COUNT.
    MOVE ZERO TO PPY-VOID-COUNT.
    MOVE ZERO TO WS-ENTRY-COUNT.
    MOVE ZERO TO WS-HASH-TOTAL.
    MOVE "N" TO WS-ISSUE-OPEN.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
    MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE.

    OPEN INPUT REGISTER-FILE.
    IF WS-REGISTER-STATUS NOT = "00"
        GOBACK
    END-IF.
    OPEN I-O LOG-FILE.
    IF WS-LOG-STATUS = "35"
        OPEN OUTPUT LOG-FILE
        CLOSE LOG-FILE
        OPEN I-O LOG-FILE
    END-IF.
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "POSPAY: cannot open ppaylog.dat - status "
            WS-LOG-STATUS " - nothing sent."
        CLOSE REGISTER-FILE
        GOBACK
    END-IF.

    MOVE SPACES TO WS-ACCOUNT.
    MOVE "PAYROLL-ACCOUNT" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y"
        MOVE SPM-VALUE TO WS-ACCOUNT
    END-IF.

*> A voided check goes out as an issue first when it never was
*> sent, so the bank holds the number before it is told it is void.
*> A check the bank has already paid is past protecting.
    PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
        READ REGISTER-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF NOT CKR-PAID
            MOVE "I" TO WS-ACTION
            PERFORM SEND-IF-NOT-LOGGED
        END-IF
        IF CKR-VOID OR CKR-STALE
            MOVE "V" TO WS-ACTION
            PERFORM SEND-IF-NOT-LOGGED
        END-IF
    END-PERFORM.
    CLOSE REGISTER-FILE.
    CLOSE LOG-FILE.

*> The HSH record carries the hash total of amounts so the bank
*> can prove completeness; the trailer count follows as on every
*> interface file.
    IF WS-ISSUE-OPEN = "Y"
        MOVE WS-HASH-TOTAL TO WS-HSH-AMOUNT
        WRITE ISSUE-RECORD FROM WS-HASH-RECORD
        MOVE "TRL" TO INTF-TRL-TAG
        MOVE WS-ENTRY-COUNT TO INTF-TRL-COUNT
        WRITE ISSUE-RECORD FROM INTF-TRAILER-RECORD
        CLOSE ISSUE-FILE
        MOVE WS-ISSUE-NAME TO PPY-FILE-NAME
    END-IF.
GOBACK.

SEND-IF-NOT-LOGGED.
    MOVE CKR-NUMBER TO PPL-NUMBER.
    MOVE WS-ACTION TO PPL-ACTION.
    READ LOG-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF WS-ISSUE-OPEN NOT = "Y"
        PERFORM OPEN-ISSUE-FILE
    END-IF.
    MOVE WS-ACTION TO PPD-ACTION.
    MOVE WS-ACCOUNT TO PPD-ACCOUNT.
    MOVE CKR-NUMBER TO PPD-NUMBER.
    MOVE CKR-DATE TO PPD-DATE.
    MOVE CKR-AMOUNT TO PPD-AMOUNT.
    MOVE CKR-PAYEE TO PPD-PAYEE.
    WRITE ISSUE-RECORD FROM WS-ISSUE-DETAIL.
    ADD 1 TO WS-ENTRY-COUNT.
    ADD CKR-AMOUNT TO WS-HASH-TOTAL.
    IF WS-ACTION = "I"
        ADD 1 TO PPY-ISSUE-COUNT
    ELSE
        ADD 1 TO PPY-VOID-COUNT
    END-IF.
    MOVE CKR-NUMBER TO PPL-NUMBER.
    MOVE WS-ACTION TO PPL-ACTION.
    MOVE WS-RUN-DATE TO PPL-SENT-DATE.
    MOVE WS-ISSUE-NAME TO PPL-FILE-NAME.
    WRITE PPAY-LOG-RECORD
        INVALID KEY
            DISPLAY "POSPAY: check " PPL-NUMBER " " PPL-ACTION
                " already logged."
    END-WRITE.

*> The file is only created once there is something to send, so a
*> run with nothing new leaves no empty file for the bank.
OPEN-ISSUE-FILE.
    MOVE SPACES TO WS-ISSUE-NAME.
    STRING "pospay-" WS-TIMESTAMP ".dat"
        DELIMITED BY SIZE INTO WS-ISSUE-NAME.
    OPEN OUTPUT ISSUE-FILE.
    MOVE "Y" TO WS-ISSUE-OPEN.
    MOVE "HDR" TO INTF-HDR-TAG.
    MOVE "POSPAY" TO INTF-HDR-FILE-ID.
    MOVE WS-RUN-DATE TO INTF-HDR-DATE.
    MOVE "POSPAY" TO INTF-HDR-PROGRAM.
    WRITE ISSUE-RECORD FROM INTF-HEADER-RECORD.
