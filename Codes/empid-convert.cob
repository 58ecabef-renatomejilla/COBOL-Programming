      *AUTHOR      : Renato D. Mejilla
      *DATE        : October 15, 2026
      *DESCRIPTION : One-time conversion of every employee ID to the
      *              check-digit form. Each old five-digit serial
      *              becomes the serial followed by its EMPIDCHK
      *              check digit (old ID x 10 + digit), so the order
      *              of every key is kept. The run refuses to start
      *              if empidxref.dat is already on hand (the
      *              conversion has been done), if employee.dat
      *              cannot be opened, or if any employee, supervisor
      *              or numctl.dat ID is already over 99999; it then
      *              asks for confirmation. Copy the data directory
      *              aside first - if the run is interrupted, put the
      *              copies back, delete empidxref.dat and run it
      *              again. The employee master is remapped first
      *              (EMP-ID and EMP-SUPERVISOR), writing the
      *              old-to-new cross-reference empidxref.dat as it
      *              goes; then every keyed file that carries an
      *              employee ID (payroll history through the mass
      *              change batches, and the employee entries of
      *              notifcon.dat), the open working files that are
      *              read back by ID (employee history, the journal,
      *              attendance, leave, loans, cheques, bank changes
      *              and returns, transfers and the rest listed in
      *              CONVERT-SEQUENTIAL-FILES) and the numctl.dat
      *              counter. empasof.ctl is deleted so the next
      *              WS-EMP-ASOF run rebuilds its snapshot. Logs and
      *              audit trails (empaccess.log, audit.dat,
      *              certlog.dat, the audit samples), printed
      *              reports, archives and old backups are left as
      *              they were written; read them with the
      *              cross-reference. The report empidxref.rpt lists
      *              each file converted and the cross-reference by
      *              branch and name, for the branches, the time
      *              clock and bank set-up, HR's hire feed and the
      *              SQLite warehouse to switch over to the new IDs.
      *              Run EMP-EXPORT afterwards for a fresh backup.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPID-CONVERT.

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
        FILE STATUS IS EMPLOYEE-STATUS.

       SELECT PAY-HISTORY ASSIGN TO "payhist.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-KEY
        FILE STATUS IS PAYHIST-STATUS.

       SELECT CREDIT-LOG ASSIGN TO "credlog.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CRL-KEY
        FILE STATUS IS CREDLOG-STATUS.

       SELECT BALANCE-FILE ASSIGN TO "leavebal.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LVB-EMP-ID
        FILE STATUS IS LEAVEBAL-STATUS.

       SELECT BANK-FILE ASSIGN TO "empbank.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EBK-EMP-ID
        FILE STATUS IS EMPBANK-STATUS.

       SELECT ADDRESS-FILE ASSIGN TO "empaddr.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ADR-EMP-ID
        FILE STATUS IS EMPADDR-STATUS.

       SELECT GOVID-FILE ASSIGN TO "govid.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GID-EMP-ID
        ALTERNATE RECORD KEY IS GID-TIN
            WITH DUPLICATES
        ALTERNATE RECORD KEY IS GID-SSS
            WITH DUPLICATES
        ALTERNATE RECORD KEY IS GID-PHILHEALTH
            WITH DUPLICATES
        ALTERNATE RECORD KEY IS GID-PAGIBIG
            WITH DUPLICATES
        FILE STATUS IS GOVID-STATUS.

       SELECT DEPENDENT-FILE ASSIGN TO "empdep.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DPN-KEY
        FILE STATUS IS EMPDEP-STATUS.

       SELECT EARNING-FILE ASSIGN TO "earnings.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ERN-KEY
        FILE STATUS IS EARNINGS-STATUS.

       SELECT TERMS-FILE ASSIGN TO "empterm.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ETM-EMP-ID
        FILE STATUS IS EMPTERM-STATUS.

       SELECT FINAL-PAY-FILE ASSIGN TO "finalpay.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FPY-EMP-ID
        FILE STATUS IS FINALPAY-STATUS.

       SELECT HMO-ENROLL-FILE ASSIGN TO "hmoenrl.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HME-EMP-ID
        FILE STATUS IS HMOENRL-STATUS.

       SELECT LOAN-FILE ASSIGN TO "loans.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LN-KEY
        FILE STATUS IS LOANS-STATUS.

       SELECT LWOP-FILE ASSIGN TO "lwop.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LWP-KEY
        FILE STATUS IS LWOP-STATUS.

       SELECT OT-AUTH-FILE ASSIGN TO "otauth.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OTA-KEY
        FILE STATUS IS OTAUTH-STATUS.

       SELECT PAYCUR-FILE ASSIGN TO "paycurr.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PCY-EMP-ID
        FILE STATUS IS PAYCURR-STATUS.

       SELECT RETRO-FILE ASSIGN TO "retropay.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RTP-KEY
        FILE STATUS IS RETROPAY-STATUS.

       SELECT SCHEDULE-FILE ASSIGN TO "schedule.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SCH-KEY
        FILE STATUS IS SCHEDULE-STATUS.

       SELECT TRAINING-ENROLL-FILE ASSIGN TO "trnenrl.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TEN-KEY
        FILE STATUS IS TRNENRL-STATUS.

       SELECT APPRAISAL-FILE ASSIGN TO "appraisal.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS APR-KEY
        FILE STATUS IS APPRAISAL-STATUS.

       SELECT ASSET-FILE ASSIGN TO "assets.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AST-KEY
        ALTERNATE RECORD KEY IS AST-TAG
            WITH DUPLICATES
        FILE STATUS IS ASSETS-STATUS.

       SELECT CERT-FILE ASSIGN TO "certs.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CRT-KEY
        FILE STATUS IS CERTS-STATUS.

       SELECT CLEARANCE-FILE ASSIGN TO "clearance.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CLR-KEY
        FILE STATUS IS CLEARANCE-STATUS.

       SELECT MASS-BATCH-FILE ASSIGN TO "massbat.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MBT-KEY
        FILE STATUS IS MASSBAT-STATUS.

       SELECT CONTACT-FILE ASSIGN TO "notifcon.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NCN-KEY
        FILE STATUS IS NOTIFCON-STATUS.

       SELECT SEQ-FILE ASSIGN USING WS-SEQ-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SEQ-STATUS.

       SELECT WORK-FILE ASSIGN TO "empidcnv.tmp"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WORK-STATUS.

       SELECT NUMCTL-FILE ASSIGN TO "numctl.dat"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS NUMCTL-STATUS.

       SELECT XREF-FILE ASSIGN TO "empidxref.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS XREF-STATUS.

       SELECT SORT-FILE ASSIGN TO "empidxref.tmp".

       SELECT REPORT-FILE ASSIGN TO "empidxref.rpt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       COPY EMPREC.

       FD PAY-HISTORY.
       COPY PAYHIST.

       FD CREDIT-LOG.
       COPY CREDLOG.

       FD BALANCE-FILE.
       COPY LEAVEREC.

       FD BANK-FILE.
       COPY BANKREC.

       FD ADDRESS-FILE.
       COPY ADDRREC.

       FD GOVID-FILE.
       COPY GOVIDREC.

       FD DEPENDENT-FILE.
       COPY DEPNREC.

       FD EARNING-FILE.
       COPY EARNREC.

       FD TERMS-FILE.
       COPY EMPTERM.

       FD FINAL-PAY-FILE.
       COPY FINALPAY.

       FD HMO-ENROLL-FILE.
       COPY HMOENR.

       FD LOAN-FILE.
       COPY LOANREC.

       FD LWOP-FILE.
       COPY LWOPREC.

       FD OT-AUTH-FILE.
       COPY OTAUTH.

       FD PAYCUR-FILE.
       COPY PAYCURR.

       FD RETRO-FILE.
       COPY RETROPAY.

       FD SCHEDULE-FILE.
       COPY SCHEDREC.

       FD TRAINING-ENROLL-FILE.
       COPY TRNENRL.

       FD APPRAISAL-FILE.
       COPY APPRREC.

       FD ASSET-FILE.
       COPY ASSETREC.

       FD CERT-FILE.
       COPY CERTREC.

       FD CLEARANCE-FILE.
       COPY CLEARREC.

       FD MASS-BATCH-FILE.
       COPY MASSBAT.

       FD CONTACT-FILE.
       COPY NOTIFCON.

       FD SEQ-FILE.
       01 SEQ-RECORD          PIC X(400).

       FD WORK-FILE.
       01 WORK-RECORD         PIC X(400).

       FD NUMCTL-FILE.
       COPY NUMCTL.

       FD XREF-FILE.
       COPY EMPXREF.

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SRT-OLD-ID      PIC 9(6).
           05 SRT-NEW-ID      PIC 9(6).
           05 SRT-BRANCH      PIC X(15).
           05 SRT-SURNAME     PIC X(15).
           05 SRT-NAME        PIC X(15).
           05 SRT-CONVERTED   PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 EMPLOYEE-STATUS PIC XX.
       01 PAYHIST-STATUS  PIC XX.
       01 CREDLOG-STATUS  PIC XX.
       01 LEAVEBAL-STATUS PIC XX.
       01 EMPBANK-STATUS  PIC XX.
       01 EMPADDR-STATUS  PIC XX.
       01 GOVID-STATUS    PIC XX.
       01 EMPDEP-STATUS   PIC XX.
       01 EARNINGS-STATUS PIC XX.
       01 EMPTERM-STATUS  PIC XX.
       01 FINALPAY-STATUS PIC XX.
       01 HMOENRL-STATUS  PIC XX.
       01 LOANS-STATUS    PIC XX.
       01 LWOP-STATUS     PIC XX.
       01 OTAUTH-STATUS   PIC XX.
       01 PAYCURR-STATUS  PIC XX.
       01 RETROPAY-STATUS PIC XX.
       01 SCHEDULE-STATUS PIC XX.
       01 TRNENRL-STATUS  PIC XX.
       01 APPRAISAL-STATUS PIC XX.
       01 ASSETS-STATUS   PIC XX.
       01 CERTS-STATUS    PIC XX.
       01 CLEARANCE-STATUS PIC XX.
       01 MASSBAT-STATUS  PIC XX.
       01 NOTIFCON-STATUS PIC XX.
       01 SEQ-STATUS      PIC XX.
       01 WORK-STATUS     PIC XX.
       01 NUMCTL-STATUS   PIC XX.
       01 XREF-STATUS     PIC XX.
       01 REPORT-STATUS   PIC XX.
       01 WS-CONFIRM      PIC X(3).
       01 WS-RUN-DATE     PIC 9(8).
       01 WS-CAN-CONVERT  PIC X.
       01 WS-TOO-HIGH     PIC 9(5).
       01 WS-EMP-COUNT    PIC 9(5).
       01 WS-OLD-ID       PIC 9(6).
       01 WS-MAP-ID       PIC 9(6).
       01 WS-CNV-FILE     PIC X(15).
       01 WS-FILE-COUNT   PIC 9(7).
       01 WS-FILE-MAPPED  PIC 9(7).
       01 WS-SEQ-NAME     PIC X(15).
       01 WS-SEQ-SPEC.
           05 WS-SEQ-POS      PIC 9(3) OCCURS 3 TIMES.
           05 WS-SEQ-TYPE-POS PIC 9(3).
           05 WS-SEQ-TYPE-LEN PIC 9.
           05 WS-SEQ-TYPE-VAL PIC X(8).
       01 WS-SEQ-IDX      PIC 9.
       01 WS-SEQ-CUR-POS  PIC 9(3).
       01 WS-DELETE-RC    PIC 9(4) COMP.
       01 WS-ASOF-CTL     PIC X(15) VALUE "empasof.ctl".
       01 WS-DONE-COUNT   PIC 9(3).
       01 WS-ABSENT-COUNT PIC 9(3).
       01 WS-RES-COUNT    PIC 9(3).
       01 WS-RES-IDX      PIC 9(3).
       01 WS-RESULT-TABLE.
           05 WS-RESULT-ENTRY OCCURS 60 TIMES.
               10 WS-RES-FILE    PIC X(15).
               10 WS-RES-RECORDS PIC 9(7).
               10 WS-RES-MAPPED  PIC 9(7).
               10 WS-RES-NOTE    PIC X(12).
       01 WS-SORT-EOF     PIC X.
       01 WS-CUR-BRANCH   PIC X(15).
       01 WS-BRANCH-COUNT PIC 9(5).
       01 WS-PRINT-COUNT  PIC 9(5).
       COPY EMPIDCHK.
       COPY RUNLOG.
       COPY RPTREG.

       01 RPT-TITLE-LINE.
           05 FILLER          PIC X(40)
               VALUE "EMPID-CONVERT - EMPLOYEE ID CHECK DIGIT".
           05 FILLER          PIC X(10) VALUE "  Run on: ".
           05 RPT-RUN-DATE    PIC 9(8).
       01 RPT-FILE-HEAD.
           05 FILLER          PIC X(17) VALUE "FILE".
           05 FILLER          PIC X(10) VALUE "   RECORDS".
           05 FILLER          PIC X(12) VALUE "  IDS MOVED".
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(12) VALUE "RESULT".
       01 RPT-FILE-LINE.
           05 RPT-FILE-NAME   PIC X(15).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 RPT-FILE-RECS   PIC ZZZZZZ9.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 RPT-FILE-MAPPED PIC ZZZZZZ9.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 RPT-FILE-NOTE   PIC X(12).
       01 RPT-BRANCH-HEAD.
           05 FILLER          PIC X(8)  VALUE "BRANCH: ".
           05 RPT-BRANCH      PIC X(15).
       01 RPT-XREF-HEAD.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(10) VALUE "OLD ID".
           05 FILLER          PIC X(10) VALUE "NEW ID".
           05 FILLER          PIC X(17) VALUE "SURNAME".
           05 FILLER          PIC X(15) VALUE "NAME".
       01 RPT-XREF-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 RPT-OLD-ID      PIC 9(6).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 RPT-NEW-ID      PIC 9(6).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 RPT-SURNAME     PIC X(15).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RPT-NAME        PIC X(15).
       01 RPT-BRANCH-TOTAL.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(20) VALUE "Employees in branch:".
           05 RPT-BRANCH-CNT  PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-RES-COUNT
           MOVE ZERO TO WS-DONE-COUNT
           MOVE ZERO TO WS-ABSENT-COUNT

           PERFORM CHECK-READY-TO-CONVERT
           IF WS-CAN-CONVERT NOT = "Y"
               GOBACK
           END-IF

           DISPLAY "Give every employee ID its check digit? "
               "This cannot be run twice. (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Employee ID conversion cancelled - "
                   "nothing changed."
               GOBACK
           END-IF

           MOVE "EMPID-CONVERT" TO RLG-PROGRAM
           SET RLG-START TO TRUE
           MOVE "RUNNING" TO RLG-STATUS
           MOVE ZERO TO RLG-READ-COUNT
           MOVE ZERO TO RLG-WRITE-COUNT
           CALL "RUNLOG" USING RUN-LOG-AREA

           PERFORM CONVERT-EMPLOYEE-MASTER
           PERFORM CONVERT-PAY-HISTORY
           PERFORM CONVERT-CREDIT-LOG
           PERFORM CONVERT-LEAVE-BALANCES
           PERFORM CONVERT-BANK-ACCOUNTS
           PERFORM CONVERT-ADDRESSES
           PERFORM CONVERT-GOVERNMENT-IDS
           PERFORM CONVERT-DEPENDENTS
           PERFORM CONVERT-EARNINGS
           PERFORM CONVERT-EMPLOYMENT-TERMS
           PERFORM CONVERT-FINAL-PAY
           PERFORM CONVERT-HMO-ENROLLMENTS
           PERFORM CONVERT-LOANS
           PERFORM CONVERT-LWOP
           PERFORM CONVERT-OT-AUTHORIZATIONS
           PERFORM CONVERT-PAY-CURRENCIES
           PERFORM CONVERT-RETRO-PAY
           PERFORM CONVERT-SCHEDULES
           PERFORM CONVERT-TRAINING-ENROLLMENTS
           PERFORM CONVERT-APPRAISALS
           PERFORM CONVERT-ASSETS
           PERFORM CONVERT-CERTIFICATIONS
           PERFORM CONVERT-CLEARANCES
           PERFORM CONVERT-MASS-BATCHES
           PERFORM CONVERT-NOTIF-CONTACTS
           PERFORM CONVERT-SEQUENTIAL-FILES
           PERFORM CONVERT-NUMBER-CONTROL

           CALL "CBL_DELETE_FILE" USING WS-ASOF-CTL
               RETURNING WS-DELETE-RC
           END-CALL

           OPEN OUTPUT REPORT-FILE
           MOVE "EMPLOYEE ID CONVERT" TO RRG-REPORT-NAME
           MOVE "empidxref.rpt" TO RRG-FILE-NAME
           MOVE "BATCH" TO RRG-OPERATOR
           MOVE "ALL EMPLOYEES ON employee.dat" TO RRG-CRITERIA
           COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE
           WRITE REPORT-LINE FROM RPT-TITLE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-FILE-RESULTS

           SORT SORT-FILE
               ON ASCENDING KEY SRT-BRANCH SRT-SURNAME SRT-NAME
               USING XREF-FILE
               OUTPUT PROCEDURE IS PRINT-CROSS-REFERENCE
           CLOSE REPORT-FILE

           SET RLG-END TO TRUE
           MOVE "COMPLETE" TO RLG-STATUS
           MOVE WS-EMP-COUNT TO RLG-READ-COUNT
           MOVE WS-EMP-COUNT TO RLG-WRITE-COUNT
           CALL "RUNLOG" USING RUN-LOG-AREA

           MOVE WS-EMP-COUNT TO RRG-RECORD-COUNT
           CALL "RPTREG" USING RPT-REG-AREA

           DISPLAY "Conversion complete - " WS-EMP-COUNT
               " employee(s), " WS-DONE-COUNT " file(s) converted, "
               WS-ABSENT-COUNT " not on hand."
           DISPLAY "Cross-reference in empidxref.rpt for the "
               "branches, the time clock, the bank and HR."
           DISPLAY "Run EMP-EXPORT for a fresh backup - backups cut "
               "before today carry the old IDs."
           GOBACK.

      * Refuse to start when the conversion has already been done
      * (the cross-reference is on hand), when there is no master to
      * convert, or when any ID no longer fits in five digits - an
      * ID over 99999 is either already converted or would overflow.
       CHECK-READY-TO-CONVERT.
           MOVE "N" TO WS-CAN-CONVERT
           OPEN INPUT XREF-FILE
           IF XREF-STATUS = "00"
               CLOSE XREF-FILE
               DISPLAY "empidxref.dat is on hand - employee IDs "
                   "were already converted. Nothing changed."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF EMPLOYEE-STATUS NOT = "00"
               DISPLAY "employee.dat not found (status "
                   EMPLOYEE-STATUS ") - nothing to convert."
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-TOO-HIGH
           PERFORM UNTIL EMPLOYEE-STATUS = "10"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF EMP-ID > 99999
                           DISPLAY "  Employee ID " EMP-ID
                               " is over five digits."
                           ADD 1 TO WS-TOO-HIGH
                       END-IF
                       IF EMP-SUPERVISOR IS NUMERIC
                               AND EMP-SUPERVISOR > 99999
                           DISPLAY "  Employee " EMP-ID
                               " has supervisor " EMP-SUPERVISOR
                               " over five digits."
                           ADD 1 TO WS-TOO-HIGH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

           OPEN INPUT NUMCTL-FILE
           IF NUMCTL-STATUS = "00"
               READ NUMCTL-FILE
               IF NUMCTL-STATUS = "00"
                       AND CTL-LAST-EMP-ID > 99999
                   DISPLAY "  numctl.dat last employee ID "
                       CTL-LAST-EMP-ID " is over five digits."
                   ADD 1 TO WS-TOO-HIGH
               END-IF
               CLOSE NUMCTL-FILE
           END-IF

           IF WS-TOO-HIGH > ZERO
               DISPLAY WS-TOO-HIGH " ID(s) already over five digits "
                   "- the conversion cannot map them. Nothing "
                   "changed."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CAN-CONVERT.

      * Old serial in WS-MAP-ID, new check-digit ID back in it. Zero
      * and non-numeric IDs (no supervisor, blank fields) pass
      * through untouched.
       MAP-EMP-ID.
           IF WS-MAP-ID IS NUMERIC
                   AND WS-MAP-ID > ZERO
                   AND WS-MAP-ID NOT > 99999
               SET EIC-ASSIGN TO TRUE
               MOVE WS-MAP-ID TO EIC-SERIAL
               CALL "EMPIDCHK" USING EMP-ID-CHK-AREA
               MOVE EIC-EMP-ID TO WS-MAP-ID
               ADD 1 TO WS-FILE-MAPPED
           END-IF.

       NOTE-FILE-NOT-ON-HAND.
           ADD 1 TO WS-ABSENT-COUNT
           ADD 1 TO WS-RES-COUNT
           MOVE WS-CNV-FILE TO WS-RES-FILE(WS-RES-COUNT)
           MOVE ZERO TO WS-RES-RECORDS(WS-RES-COUNT)
           MOVE ZERO TO WS-RES-MAPPED(WS-RES-COUNT)
           MOVE "NOT ON HAND" TO WS-RES-NOTE(WS-RES-COUNT)
           DISPLAY "  " WS-CNV-FILE " not on hand - skipped.".

       NOTE-FILE-CONVERTED.
           ADD 1 TO WS-DONE-COUNT
           ADD 1 TO WS-RES-COUNT
           MOVE WS-CNV-FILE TO WS-RES-FILE(WS-RES-COUNT)
           MOVE WS-FILE-COUNT TO WS-RES-RECORDS(WS-RES-COUNT)
           MOVE WS-FILE-MAPPED TO WS-RES-MAPPED(WS-RES-COUNT)
           MOVE "CONVERTED" TO WS-RES-NOTE(WS-RES-COUNT)
           DISPLAY "  " WS-CNV-FILE " converted - " WS-FILE-COUNT
               " record(s), " WS-FILE-MAPPED " ID(s).".

      * The master itself: EMP-ID and EMP-SUPERVISOR are remapped
      * and every employee gets a cross-reference record under the
      * branch and name it stands under today.
       CONVERT-EMPLOYEE-MASTER.
           MOVE "employee.dat" TO WS-CNV-FILE
           OPEN INPUT EMPLOYEE-MASTER
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           OPEN OUTPUT XREF-FILE
           PERFORM UNTIL EMPLOYEE-STATUS = "10"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE EMP-ID TO WS-OLD-ID
                       MOVE EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO EMP-ID
                       MOVE EMP-SUPERVISOR TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO EMP-SUPERVISOR
                       WRITE WORK-RECORD FROM EMPLOYEE-RECORD
                       MOVE WS-OLD-ID TO EXR-OLD-ID
                       MOVE EMP-ID TO EXR-NEW-ID
                       MOVE EMP-LOCATION TO EXR-BRANCH
                       MOVE EMP-SURNAME TO EXR-SURNAME
                       MOVE EMP-NAME TO EXR-NAME
                       MOVE WS-RUN-DATE TO EXR-CONVERTED
                       WRITE EMP-XREF-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           CLOSE WORK-FILE
           CLOSE XREF-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT EMPLOYEE-MASTER
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO EMPLOYEE-RECORD
                       WRITE EMPLOYEE-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE EMPLOYEE-MASTER
           MOVE WS-FILE-COUNT TO WS-EMP-COUNT
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-PAY-HISTORY.
           MOVE "payhist.dat" TO WS-CNV-FILE
           OPEN INPUT PAY-HISTORY
           IF PAYHIST-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL PAYHIST-STATUS = "10"
               READ PAY-HISTORY NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE PH-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO PH-EMP-ID
                       WRITE WORK-RECORD FROM PAY-HISTORY-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT PAY-HISTORY
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO PAY-HISTORY-RECORD
                       WRITE PAY-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE PAY-HISTORY
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-CREDIT-LOG.
           MOVE "credlog.dat" TO WS-CNV-FILE
           OPEN INPUT CREDIT-LOG
           IF CREDLOG-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL CREDLOG-STATUS = "10"
               READ CREDIT-LOG NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE CRL-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO CRL-EMP-ID
                       WRITE WORK-RECORD FROM CREDIT-LOG-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE CREDIT-LOG
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT CREDIT-LOG
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO CREDIT-LOG-RECORD
                       WRITE CREDIT-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE CREDIT-LOG
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-LEAVE-BALANCES.
           MOVE "leavebal.dat" TO WS-CNV-FILE
           OPEN INPUT BALANCE-FILE
           IF LEAVEBAL-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL LEAVEBAL-STATUS = "10"
               READ BALANCE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE LVB-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO LVB-EMP-ID
                       WRITE WORK-RECORD FROM LEAVE-BALANCE-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT BALANCE-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO LEAVE-BALANCE-RECORD
                       WRITE LEAVE-BALANCE-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE BALANCE-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-BANK-ACCOUNTS.
           MOVE "empbank.dat" TO WS-CNV-FILE
           OPEN INPUT BANK-FILE
           IF EMPBANK-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL EMPBANK-STATUS = "10"
               READ BANK-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE EBK-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO EBK-EMP-ID
                       WRITE WORK-RECORD FROM EMP-BANK-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE BANK-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT BANK-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO EMP-BANK-RECORD
                       WRITE EMP-BANK-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE BANK-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-ADDRESSES.
           MOVE "empaddr.dat" TO WS-CNV-FILE
           OPEN INPUT ADDRESS-FILE
           IF EMPADDR-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL EMPADDR-STATUS = "10"
               READ ADDRESS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ADR-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO ADR-EMP-ID
                       WRITE WORK-RECORD FROM ADDRESS-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE ADDRESS-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT ADDRESS-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO ADDRESS-RECORD
                       WRITE ADDRESS-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE ADDRESS-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-GOVERNMENT-IDS.
           MOVE "govid.dat" TO WS-CNV-FILE
           OPEN INPUT GOVID-FILE
           IF GOVID-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL GOVID-STATUS = "10"
               READ GOVID-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE GID-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO GID-EMP-ID
                       WRITE WORK-RECORD FROM GOV-ID-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE GOVID-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT GOVID-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO GOV-ID-RECORD
                       WRITE GOV-ID-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE GOVID-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-DEPENDENTS.
           MOVE "empdep.dat" TO WS-CNV-FILE
           OPEN INPUT DEPENDENT-FILE
           IF EMPDEP-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL EMPDEP-STATUS = "10"
               READ DEPENDENT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE DPN-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO DPN-EMP-ID
                       WRITE WORK-RECORD FROM DEPENDENT-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE DEPENDENT-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT DEPENDENT-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO DEPENDENT-RECORD
                       WRITE DEPENDENT-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE DEPENDENT-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-EARNINGS.
           MOVE "earnings.dat" TO WS-CNV-FILE
           OPEN INPUT EARNING-FILE
           IF EARNINGS-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL EARNINGS-STATUS = "10"
               READ EARNING-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ERN-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO ERN-EMP-ID
                       WRITE WORK-RECORD FROM EARNING-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE EARNING-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT EARNING-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO EARNING-RECORD
                       WRITE EARNING-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE EARNING-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-EMPLOYMENT-TERMS.
           MOVE "empterm.dat" TO WS-CNV-FILE
           OPEN INPUT TERMS-FILE
           IF EMPTERM-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL EMPTERM-STATUS = "10"
               READ TERMS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ETM-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO ETM-EMP-ID
                       WRITE WORK-RECORD FROM EMP-TERMS-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT TERMS-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO EMP-TERMS-RECORD
                       WRITE EMP-TERMS-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE TERMS-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-FINAL-PAY.
           MOVE "finalpay.dat" TO WS-CNV-FILE
           OPEN INPUT FINAL-PAY-FILE
           IF FINALPAY-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL FINALPAY-STATUS = "10"
               READ FINAL-PAY-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE FPY-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO FPY-EMP-ID
                       WRITE WORK-RECORD FROM FINAL-PAY-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE FINAL-PAY-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT FINAL-PAY-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO FINAL-PAY-RECORD
                       WRITE FINAL-PAY-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE FINAL-PAY-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-HMO-ENROLLMENTS.
           MOVE "hmoenrl.dat" TO WS-CNV-FILE
           OPEN INPUT HMO-ENROLL-FILE
           IF HMOENRL-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL HMOENRL-STATUS = "10"
               READ HMO-ENROLL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE HME-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO HME-EMP-ID
                       WRITE WORK-RECORD FROM HMO-ENROLL-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE HMO-ENROLL-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT HMO-ENROLL-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO HMO-ENROLL-RECORD
                       WRITE HMO-ENROLL-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE HMO-ENROLL-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-LOANS.
           MOVE "loans.dat" TO WS-CNV-FILE
           OPEN INPUT LOAN-FILE
           IF LOANS-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL LOANS-STATUS = "10"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE LN-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO LN-EMP-ID
                       WRITE WORK-RECORD FROM LOAN-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT LOAN-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO LOAN-RECORD
                       WRITE LOAN-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE LOAN-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-LWOP.
           MOVE "lwop.dat" TO WS-CNV-FILE
           OPEN INPUT LWOP-FILE
           IF LWOP-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL LWOP-STATUS = "10"
               READ LWOP-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE LWP-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO LWP-EMP-ID
                       WRITE WORK-RECORD FROM LWOP-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE LWOP-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT LWOP-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO LWOP-RECORD
                       WRITE LWOP-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE LWOP-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-OT-AUTHORIZATIONS.
           MOVE "otauth.dat" TO WS-CNV-FILE
           OPEN INPUT OT-AUTH-FILE
           IF OTAUTH-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL OTAUTH-STATUS = "10"
               READ OT-AUTH-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE OTA-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO OTA-EMP-ID
                       WRITE WORK-RECORD FROM OT-AUTH-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE OT-AUTH-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT OT-AUTH-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO OT-AUTH-RECORD
                       WRITE OT-AUTH-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE OT-AUTH-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-PAY-CURRENCIES.
           MOVE "paycurr.dat" TO WS-CNV-FILE
           OPEN INPUT PAYCUR-FILE
           IF PAYCURR-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL PAYCURR-STATUS = "10"
               READ PAYCUR-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE PCY-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO PCY-EMP-ID
                       WRITE WORK-RECORD FROM PAY-CURRENCY-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE PAYCUR-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT PAYCUR-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO PAY-CURRENCY-RECORD
                       WRITE PAY-CURRENCY-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE PAYCUR-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-RETRO-PAY.
           MOVE "retropay.dat" TO WS-CNV-FILE
           OPEN INPUT RETRO-FILE
           IF RETROPAY-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL RETROPAY-STATUS = "10"
               READ RETRO-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE RTP-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO RTP-EMP-ID
                       WRITE WORK-RECORD FROM RETRO-PAY-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE RETRO-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT RETRO-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO RETRO-PAY-RECORD
                       WRITE RETRO-PAY-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE RETRO-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-SCHEDULES.
           MOVE "schedule.dat" TO WS-CNV-FILE
           OPEN INPUT SCHEDULE-FILE
           IF SCHEDULE-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL SCHEDULE-STATUS = "10"
               READ SCHEDULE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SCH-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO SCH-EMP-ID
                       WRITE WORK-RECORD FROM SCHEDULE-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT SCHEDULE-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO SCHEDULE-RECORD
                       WRITE SCHEDULE-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE SCHEDULE-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-TRAINING-ENROLLMENTS.
           MOVE "trnenrl.dat" TO WS-CNV-FILE
           OPEN INPUT TRAINING-ENROLL-FILE
           IF TRNENRL-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL TRNENRL-STATUS = "10"
               READ TRAINING-ENROLL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE TEN-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO TEN-EMP-ID
                       WRITE WORK-RECORD FROM ENROLLMENT-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE TRAINING-ENROLL-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT TRAINING-ENROLL-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO ENROLLMENT-RECORD
                       WRITE ENROLLMENT-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE TRAINING-ENROLL-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-APPRAISALS.
           MOVE "appraisal.dat" TO WS-CNV-FILE
           OPEN INPUT APPRAISAL-FILE
           IF APPRAISAL-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL APPRAISAL-STATUS = "10"
               READ APPRAISAL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE APR-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO APR-EMP-ID
                       MOVE APR-APPRAISER TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO APR-APPRAISER
                       WRITE WORK-RECORD FROM APPRAISAL-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE APPRAISAL-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT APPRAISAL-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO APPRAISAL-RECORD
                       WRITE APPRAISAL-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE APPRAISAL-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-ASSETS.
           MOVE "assets.dat" TO WS-CNV-FILE
           OPEN INPUT ASSET-FILE
           IF ASSETS-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL ASSETS-STATUS = "10"
               READ ASSET-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE AST-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO AST-EMP-ID
                       WRITE WORK-RECORD FROM ASSET-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE ASSET-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT ASSET-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO ASSET-RECORD
                       WRITE ASSET-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE ASSET-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-CERTIFICATIONS.
           MOVE "certs.dat" TO WS-CNV-FILE
           OPEN INPUT CERT-FILE
           IF CERTS-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL CERTS-STATUS = "10"
               READ CERT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE CRT-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO CRT-EMP-ID
                       WRITE WORK-RECORD FROM CERT-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE CERT-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT CERT-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO CERT-RECORD
                       WRITE CERT-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE CERT-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-CLEARANCES.
           MOVE "clearance.dat" TO WS-CNV-FILE
           OPEN INPUT CLEARANCE-FILE
           IF CLEARANCE-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL CLEARANCE-STATUS = "10"
               READ CLEARANCE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE CLR-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO CLR-EMP-ID
                       WRITE WORK-RECORD FROM CLEARANCE-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE CLEARANCE-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT CLEARANCE-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO CLEARANCE-RECORD
                       WRITE CLEARANCE-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE CLEARANCE-FILE
           PERFORM NOTE-FILE-CONVERTED.

       CONVERT-MASS-BATCHES.
           MOVE "massbat.dat" TO WS-CNV-FILE
           OPEN INPUT MASS-BATCH-FILE
           IF MASSBAT-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL MASSBAT-STATUS = "10"
               READ MASS-BATCH-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE MBT-EMP-ID TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO MBT-EMP-ID
                       WRITE WORK-RECORD FROM MASS-BATCH-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE MASS-BATCH-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT MASS-BATCH-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO MASS-BATCH-RECORD
                       WRITE MASS-BATCH-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE MASS-BATCH-FILE
           PERFORM NOTE-FILE-CONVERTED.
      * Notification contacts are keyed by type and ID; only the
      * employee entries (type E, six digits and blanks) carry an
      * employee ID - operator and group entries keep theirs.
       CONVERT-NOTIF-CONTACTS.
           MOVE "notifcon.dat" TO WS-CNV-FILE
           OPEN INPUT CONTACT-FILE
           IF NOTIFCON-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL NOTIFCON-STATUS = "10"
               READ CONTACT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF NCN-TYPE = "E"
                               AND NCN-ID(1:6) IS NUMERIC
                               AND NCN-ID(7:9) = SPACES
                           MOVE NCN-ID(1:6) TO WS-MAP-ID
                           PERFORM MAP-EMP-ID
                           MOVE WS-MAP-ID TO NCN-ID(1:6)
                       END-IF
                       WRITE WORK-RECORD FROM NOTIF-CONTACT-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE CONTACT-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT CONTACT-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO NOTIF-CONTACT-RECORD
                       WRITE NOTIF-CONTACT-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE CONTACT-FILE
           PERFORM NOTE-FILE-CONVERTED.

      * The line files read back by employee ID. Each is named with
      * the start position of every six-digit ID it carries (up to
      * three per record); a file that mixes record kinds also names
      * the position, length and value of the kind that carries an
      * employee ID, and other records are copied as they stand.
       CONVERT-SEQUENTIAL-FILES.
      *    Employee history: employee, supervisor before and after.
           MOVE "emphist.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 24 TO WS-SEQ-POS(1)
           MOVE 30 TO WS-SEQ-POS(2)
           MOVE 140 TO WS-SEQ-POS(3)
           PERFORM CONVERT-ONE-SEQ-FILE
      *    Journal: only the EMPLOYEE entries are keyed by employee.
           MOVE "jrnl.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 25 TO WS-SEQ-POS(1)
           MOVE 52 TO WS-SEQ-POS(2)
           MOVE 162 TO WS-SEQ-POS(3)
           MOVE 16 TO WS-SEQ-TYPE-POS
           MOVE 8 TO WS-SEQ-TYPE-LEN
           MOVE "EMPLOYEE" TO WS-SEQ-TYPE-VAL
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "attdhist.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 1 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "attend.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 1 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "attcorr.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 7 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "leavereq.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 1 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "leavehist.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 16 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "loanled.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 16 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "chkreg.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 64 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "payments.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 40 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "stalechk.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 62 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "bankchg.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 21 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "bankret.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 21 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "hmoinv.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 1 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "emptrans.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 1 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "emptrans.hld" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 1 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
      *    Appraisal forms: employee and appraiser.
           MOVE "apprform.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 1 TO WS-SEQ-POS(1)
           MOVE 12 TO WS-SEQ-POS(2)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "userprov.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 1 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
      *    Duplicate review pairs and rehire reviews: both employees.
           MOVE "empdup.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 1 TO WS-SEQ-POS(1)
           MOVE 8 TO WS-SEQ-POS(2)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "rehire.rvw" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 1 TO WS-SEQ-POS(1)
           MOVE 172 TO WS-SEQ-POS(2)
           PERFORM CONVERT-ONE-SEQ-FILE
           MOVE "nameskip.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 1 TO WS-SEQ-POS(1)
           PERFORM CONVERT-ONE-SEQ-FILE
      *    Notification queue: only entries addressed to an employee.
           MOVE "notifq.dat" TO WS-SEQ-NAME
           PERFORM CLEAR-SEQ-SPEC
           MOVE 31 TO WS-SEQ-POS(1)
           MOVE 30 TO WS-SEQ-TYPE-POS
           MOVE 1 TO WS-SEQ-TYPE-LEN
           MOVE "E" TO WS-SEQ-TYPE-VAL
           PERFORM CONVERT-ONE-SEQ-FILE.

       CLEAR-SEQ-SPEC.
           MOVE ZERO TO WS-SEQ-POS(1)
           MOVE ZERO TO WS-SEQ-POS(2)
           MOVE ZERO TO WS-SEQ-POS(3)
           MOVE ZERO TO WS-SEQ-TYPE-POS
           MOVE ZERO TO WS-SEQ-TYPE-LEN
           MOVE SPACES TO WS-SEQ-TYPE-VAL.

       CONVERT-ONE-SEQ-FILE.
           MOVE WS-SEQ-NAME TO WS-CNV-FILE
           OPEN INPUT SEQ-FILE
           IF SEQ-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL SEQ-STATUS = "10"
               READ SEQ-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM MAP-SEQ-RECORD
                       WRITE WORK-RECORD FROM SEQ-RECORD
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE SEQ-FILE
           CLOSE WORK-FILE
           PERFORM COPY-WORK-BACK
           PERFORM NOTE-FILE-CONVERTED.

       MAP-SEQ-RECORD.
           IF WS-SEQ-TYPE-POS > ZERO
               IF SEQ-RECORD(WS-SEQ-TYPE-POS:WS-SEQ-TYPE-LEN) NOT =
                       WS-SEQ-TYPE-VAL(1:WS-SEQ-TYPE-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > 3
               IF WS-SEQ-POS(WS-SEQ-IDX) > ZERO
                   MOVE WS-SEQ-POS(WS-SEQ-IDX) TO WS-SEQ-CUR-POS
                   IF SEQ-RECORD(WS-SEQ-CUR-POS:6) IS NUMERIC
                       MOVE SEQ-RECORD(WS-SEQ-CUR-POS:6) TO WS-MAP-ID
                       PERFORM MAP-EMP-ID
                       MOVE WS-MAP-ID TO SEQ-RECORD(WS-SEQ-CUR-POS:6)
                   END-IF
               END-IF
           END-PERFORM.

       COPY-WORK-BACK.
           OPEN INPUT WORK-FILE
           OPEN OUTPUT SEQ-FILE
           PERFORM UNTIL WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE WORK-RECORD TO SEQ-RECORD
                       WRITE SEQ-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE SEQ-FILE.

      * The number-control counter holds the last ID issued; it is
      * remapped like any other so the next serial follows on.
       CONVERT-NUMBER-CONTROL.
           MOVE "numctl.dat" TO WS-CNV-FILE
           OPEN I-O NUMCTL-FILE
           IF NUMCTL-STATUS NOT = "00"
               PERFORM NOTE-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-MAPPED
           READ NUMCTL-FILE
           IF NUMCTL-STATUS = "00"
               MOVE CTL-LAST-EMP-ID TO WS-MAP-ID
               PERFORM MAP-EMP-ID
               MOVE WS-MAP-ID TO CTL-LAST-EMP-ID
               REWRITE NUMCTL-RECORD
               ADD 1 TO WS-FILE-COUNT
           END-IF
           CLOSE NUMCTL-FILE
           PERFORM NOTE-FILE-CONVERTED.

       PRINT-FILE-RESULTS.
           WRITE REPORT-LINE FROM RPT-FILE-HEAD
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-COUNT
               MOVE WS-RES-FILE(WS-RES-IDX) TO RPT-FILE-NAME
               MOVE WS-RES-RECORDS(WS-RES-IDX) TO RPT-FILE-RECS
               MOVE WS-RES-MAPPED(WS-RES-IDX) TO RPT-FILE-MAPPED
               MOVE WS-RES-NOTE(WS-RES-IDX) TO RPT-FILE-NOTE
               WRITE REPORT-LINE FROM RPT-FILE-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       START-XREF-BRANCH.
           MOVE SRT-BRANCH TO WS-CUR-BRANCH
           MOVE ZERO TO WS-BRANCH-COUNT
           MOVE SRT-BRANCH TO RPT-BRANCH
           WRITE REPORT-LINE FROM RPT-BRANCH-HEAD
           WRITE REPORT-LINE FROM RPT-XREF-HEAD.

       FINISH-XREF-BRANCH.
           MOVE WS-BRANCH-COUNT TO RPT-BRANCH-CNT
           WRITE REPORT-LINE FROM RPT-BRANCH-TOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * Cross-reference by branch, surname and name, each branch
      * under its own heading with its count.
       PRINT-CROSS-REFERENCE SECTION.
           MOVE "N" TO WS-SORT-EOF
           MOVE ZERO TO WS-PRINT-COUNT
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF WS-PRINT-COUNT = ZERO
                           PERFORM START-XREF-BRANCH
                       ELSE
                           IF SRT-BRANCH NOT = WS-CUR-BRANCH
                               PERFORM FINISH-XREF-BRANCH
                               PERFORM START-XREF-BRANCH
                           END-IF
                       END-IF
                       MOVE SRT-OLD-ID TO RPT-OLD-ID
                       MOVE SRT-NEW-ID TO RPT-NEW-ID
                       MOVE SRT-SURNAME TO RPT-SURNAME
                       MOVE SRT-NAME TO RPT-NAME
                       WRITE REPORT-LINE FROM RPT-XREF-LINE
                       ADD 1 TO WS-BRANCH-COUNT
                       ADD 1 TO WS-PRINT-COUNT
               END-RETURN
           END-PERFORM
           IF WS-PRINT-COUNT > ZERO
               PERFORM FINISH-XREF-BRANCH
           END-IF.
