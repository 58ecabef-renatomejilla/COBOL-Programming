*>              before-image history) and produces accepted and
*>              rejected listings with reason codes, plus a reject
*>              data file hrhire.rej for HR to correct and resubmit.
*>              The feed also carries the hire's TIN, SSS,
*>              PhilHealth and Pag-IBIG numbers; any that are
*>              present must pass GOVIDVAL's format check and
*>              belong to no other employee, and they are written
*>              to the govid.dat registry with the hire so new
*>              staff do not turn up on the missing-ID exceptions.
*>              Each hire also starts on six months' probation on
*>              empterm.dat. Every hire must name the approved
*>              requisition on reqn.dat it fills, in the same
*>              branch, department and grade; hires against a
*>              requisition not yet approved, closed or already
*>              filled are rejected, and the requisition is marked
*>              filled and closed when its last position is taken.
*>              Each hire is also checked against former staff:
*>              a separated employee with the same government ID,
*>              the same name and birth date, or the feed's own
*>              EMP-ID is a returning employee, reactivated under
*>              the original EMP-ID so the history on emphist.dat
*>              stays with the person. A return whose separation
*>              reason is on the NO-REHIRE-REASONS list (sysparm,
*>              default TE), or who matches more than one former
*>              employee, is not loaded but held on rehire.rvw for
*>              HR to review. The feed's EMP-ID must carry its
*>              EMPIDCHK check digit (reason 19), so a digit HR's
*>              clerk got wrong cannot file a hire under someone
*>              else's number.

IDENTIFICATION DIVISION.
PROGRAM-ID.     HR-HIRE-LOAD.
    FILE-CONTROL.
        SELECT EMPLOYEE-MASTER ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-ID
            ALTERNATE RECORD KEY IS EMP-SURNAME
                WITH DUPLICATES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CKP-STATUS.

        SELECT TERMS-FILE ASSIGN TO "empterm.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS ETM-EMP-ID
            FILE STATUS IS WS-TERMS-STATUS.

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
            FILE STATUS IS WS-GOVID-STATUS.

        SELECT REQN-FILE ASSIGN TO "reqn.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS REQ-NUMBER
            FILE STATUS IS WS-REQN-STATUS.

        SELECT REVIEW-FILE ASSIGN TO "rehire.rvw"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REVIEW-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
        05 HR-GRADE         PIC X(2).
        05 HR-SALARY        PIC 9(7)V99.
        05 HR-DEPT          PIC X(10).
        05 HR-TIN           PIC X(15).
        05 HR-SSS           PIC X(15).
        05 HR-PHILHEALTH    PIC X(15).
        05 HR-PAGIBIG       PIC X(15).
        05 HR-REQN          PIC X(6).

    FD REJECT-FILE.
    01 REJECT-RECORD.
        05 REJ-DATA         PIC X(171).
        05 REJ-REASON-CODE  PIC XX.

    FD HISTORY-FILE.
        05 CKP-ACCEPT       PIC 9(5).
        05 CKP-REJECT       PIC 9(5).

    FD GOVID-FILE.
    COPY GOVIDREC.

    FD TERMS-FILE.
    COPY EMPTERM.

    FD REQN-FILE.
    COPY REQNREC.

*> A returning employee held back from the load: the hire as
*> sent, the former EMP-ID it matched, and why it was held.
    FD REVIEW-FILE.
    01 REVIEW-RECORD.
        05 RVW-DATA         PIC X(171).
        05 RVW-ORIG-EMP-ID  PIC 9(6).
        05 RVW-SEP-DATE     PIC 9(8).
        05 RVW-SEP-REASON   PIC XX.
        05 RVW-HOLD-CODE    PIC XX.
        05 RVW-RUN-DATE     PIC 9(8).

    WORKING-STORAGE SECTION.
    01 WS-EMP-FILE-STATUS   PIC XX.
    01 WS-HIRE-STATUS       PIC XX.
    01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-REASON-CODE       PIC XX.
    01 WS-REASON-DESC       PIC X(30).
    COPY EMPIDCHK.
    01 WS-DATE-VALID        PIC X.
    01 WS-DAYS-IN-MONTH     PIC 99.
    01 WS-LOC-FOUND         PIC X.
    01 WS-FMT-LEN           PIC 99.
    01 WS-FMT-PREV          PIC X.
    01 WS-FMT-TEMP          PIC X(15).
    01 WS-GOVID-STATUS      PIC XX.
    01 WS-TERMS-STATUS      PIC XX.
    01 WS-REQN-STATUS       PIC XX.
    01 WS-REVIEW-STATUS     PIC XX.
    01 WS-REHIRE-ID         PIC 9(6).
    01 WS-CANDIDATE-ID      PIC 9(6).
    01 WS-REHIRE-CONFLICT   PIC X.
    01 WS-HOLD-CODE         PIC XX.
    01 WS-NO-REHIRE-LIST    PIC X(20) VALUE "TE".
    01 WS-NO-REHIRE-HITS    PIC 99.
    01 WS-REHIRE-COUNT      PIC 9(5) VALUE ZERO.
    01 WS-HELD-COUNT        PIC 9(5) VALUE ZERO.
    01 WS-PRIOR-IMAGE       PIC X(116).
    01 WS-PRIOR-SEP-DATE    PIC 9(8).
    01 WS-PRIOR-SEP-REASON  PIC XX.
    01 WS-ID-HOLDER         PIC 9(6).
    01 WS-HIST-ACTION       PIC X.
    01 WS-PROB-MM           PIC 99.
    01 WS-PROB-DD           PIC 99.
    01 WS-PROB-YY           PIC 9999.
    01 WS-ID-IN             PIC X(15).
    01 WS-ID-LABEL          PIC X(10).
    01 WS-ID-OK             PIC X.
    01 WS-NEW-ID            PIC X(12).
    01 WS-IN-USE-BY         PIC 9(6).
    01 WS-HIRE-IDS.
        05 WS-HIRE-TIN      PIC X(12).
        05 WS-HIRE-SSS      PIC X(10).
        05 WS-HIRE-PHIC     PIC X(12).
        05 WS-HIRE-HDMF     PIC X(12).
    01 WS-GRD-COUNT         PIC 99 VALUE ZERO.
    01 WS-GRD-IDX           PIC 99.
    01 WS-GRD-FOUND         PIC 99.
    COPY FILESTAT.
    COPY JOURNAL.
    COPY RPTREG.
    COPY GOVIDVAL.
    COPY SYSPARM.

    01 RPT-TITLE-LINE.
        05 FILLER          PIC X(42)
        OPEN OUTPUT HISTORY-FILE
    END-IF.
    PERFORM LOAD-GRADE-TABLE.
    MOVE "NO-REHIRE-REASONS" TO SPM-NAME.
    CALL "SYSPARM" USING SYS-PARM-AREA.
    IF SPM-FOUND = "Y"
        MOVE FUNCTION UPPER-CASE(SPM-VALUE) TO WS-NO-REHIRE-LIST
    END-IF.

    OPEN EXTEND PROV-FILE.
    IF WS-PROV-STATUS = "35"
        OPEN OUTPUT PROV-FILE
    END-IF.
    OPEN I-O GOVID-FILE.
    IF WS-GOVID-STATUS = "35"
        OPEN OUTPUT GOVID-FILE
        CLOSE GOVID-FILE
        OPEN I-O GOVID-FILE
    END-IF.
    OPEN I-O TERMS-FILE.
    IF WS-TERMS-STATUS = "35"
        OPEN OUTPUT TERMS-FILE
        CLOSE TERMS-FILE
        OPEN I-O TERMS-FILE
    END-IF.
    OPEN I-O REQN-FILE.
    IF WS-REQN-STATUS = "35"
        OPEN OUTPUT REQN-FILE
        CLOSE REQN-FILE
        OPEN I-O REQN-FILE
    END-IF.
    OPEN OUTPUT CHECKPOINT-FILE.
*> The OPEN OUTPUT truncated the prior run's checkpoint; on a
*> resumed run the applied-through point must be re-persisted at
        WRITE CHECKPOINT-RECORD
    END-IF.
    OPEN OUTPUT REJECT-FILE.
    OPEN OUTPUT REVIEW-FILE.
    OPEN OUTPUT REPORT-FILE.
    MOVE "HR HIRE FEED" TO RRG-REPORT-NAME.
    MOVE "hrhire.rpt" TO RRG-FILE-NAME.
    MOVE "Rejected            : " TO RPT-TOT-LABEL.
    MOVE WS-REJECT-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Rehired (accepted)  : " TO RPT-TOT-LABEL.
    MOVE WS-REHIRE-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
    MOVE "Held for review     : " TO RPT-TOT-LABEL.
    MOVE WS-HELD-COUNT TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM RPT-TOTAL-LINE.

    CLOSE HIRE-FILE.
    CLOSE EMPLOYEE-MASTER.
    CLOSE HISTORY-FILE.
    CLOSE REJECT-FILE.
    CLOSE REVIEW-FILE.
    CLOSE REPORT-FILE.
    CLOSE PROV-FILE.
    CLOSE CHECKPOINT-FILE.
    CLOSE GOVID-FILE.
    CLOSE TERMS-FILE.
    CLOSE REQN-FILE.

*> A clean completion retires the checkpoint; its presence at the
*> next start is what means "the prior run died mid-file".

    DISPLAY "Hire feed load complete - " WS-ACCEPT-COUNT " of "
        WS-READ-COUNT " hire(s) loaded, " WS-REJECT-COUNT
        " rejected (hrhire.rej), " WS-HELD-COUNT
        " held for rehire review (rehire.rvw).".
    DISPLAY "Listings written to hrhire.rpt.".
GOBACK.

LOAD-ONE-HIRE.
    MOVE "00" TO WS-REASON-CODE.
    MOVE SPACES TO WS-REASON-DESC.
    MOVE ZERO TO WS-REHIRE-ID.
    MOVE "N" TO WS-REHIRE-CONFLICT.
    MOVE SPACES TO WS-HOLD-CODE.
    PERFORM EDIT-ONE-HIRE.
    IF WS-REASON-CODE = "00" AND WS-REHIRE-ID NOT = ZERO
        PERFORM CHECK-REHIRE-ELIGIBILITY
    END-IF.
    IF WS-REASON-CODE = "00"
        EVALUATE TRUE
            WHEN WS-HOLD-CODE NOT = SPACES
                PERFORM HOLD-ONE-HIRE
            WHEN WS-REHIRE-ID NOT = ZERO
                PERFORM REHIRE-ONE-EMPLOYEE
            WHEN OTHER
                PERFORM WRITE-ONE-HIRE
        END-EVALUATE
    ELSE
        ADD 1 TO WS-REJECT-COUNT
        MOVE HIRE-RECORD TO REJ-DATA
        MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    SET EIC-VALIDATE TO TRUE.
    MOVE HR-EMP-ID TO EIC-EMP-ID.
    CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
    IF EIC-VALID NOT = "Y"
        MOVE "19" TO WS-REASON-CODE
        MOVE "EMPLOYEE ID CHECK DIGIT WRONG" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    IF HR-NAME = SPACES OR HR-SURNAME = SPACES
        MOVE "02" TO WS-REASON-CODE
        MOVE "NAME OR SURNAME BLANK" TO WS-REASON-DESC
        MOVE "UNRECOGNIZED DEPARTMENT" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    PERFORM EDIT-GOVERNMENT-IDS.
    IF WS-REASON-CODE NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM EDIT-REQUISITION.
    IF WS-REASON-CODE NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM FIND-FORMER-BY-NAME.
*> The feed's own EMP-ID on a separated record is the person
*> coming back under the number they had; on an active record it
*> is a duplicate unless the hire is already known as a return.
    MOVE HR-EMP-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF EMP-SEPARATED
                MOVE EMP-ID TO WS-CANDIDATE-ID
                PERFORM NOTE-REHIRE-CANDIDATE
            ELSE
                IF WS-REHIRE-ID = ZERO
                    MOVE "09" TO WS-REASON-CODE
                    MOVE "EMPLOYEE ALREADY ON FILE" TO WS-REASON-DESC
                END-IF
            END-IF
    END-READ.

*> Separated employees with the hire's name and birth date, found
*> through the surname key.
FIND-FORMER-BY-NAME.
    MOVE HR-SURNAME TO WS-SURNAME-IN.
    COPY NAMEFMT REPLACING NAME-PART1 BY WS-SURNAME-IN
                            NAME-PART2 BY SPACES
                            NAME-FMT-RESULT BY WS-SURNAME-IN
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
    MOVE WS-SURNAME-IN TO EMP-SURNAME.
    START EMPLOYEE-MASTER KEY IS = EMP-SURNAME
        INVALID KEY
            EXIT PARAGRAPH
    END-START.
    PERFORM UNTIL WS-EMP-FILE-STATUS NOT = "00"
            AND WS-EMP-FILE-STATUS NOT = "02"
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF FUNCTION UPPER-CASE(EMP-SURNAME) NOT =
                FUNCTION UPPER-CASE(HR-SURNAME)
            EXIT PERFORM
        END-IF
        IF EMP-SEPARATED
                AND FUNCTION UPPER-CASE(EMP-NAME) =
                    FUNCTION UPPER-CASE(HR-NAME)
                AND EMP-DOB = HR-DOB
            MOVE EMP-ID TO WS-CANDIDATE-ID
            PERFORM NOTE-REHIRE-CANDIDATE
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-EMP-FILE-STATUS.

*> Every match has to point at the same former employee.
NOTE-REHIRE-CANDIDATE.
    IF WS-REHIRE-ID = ZERO
        MOVE WS-CANDIDATE-ID TO WS-REHIRE-ID
    ELSE
        IF WS-CANDIDATE-ID NOT = WS-REHIRE-ID
            MOVE "Y" TO WS-REHIRE-CONFLICT
        END-IF
    END-IF.

*> A return is held when the matches disagree or the earlier
*> separation reason is on the no-rehire list.
CHECK-REHIRE-ELIGIBILITY.
    IF WS-REHIRE-CONFLICT = "Y"
        MOVE "18" TO WS-HOLD-CODE
        MOVE "MATCHES SEVERAL FORMER STAFF" TO WS-REASON-DESC
    END-IF.
    MOVE WS-REHIRE-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE ZERO TO WS-REHIRE-ID
            MOVE SPACES TO WS-HOLD-CODE
            MOVE SPACES TO WS-REASON-DESC
            EXIT PARAGRAPH
    END-READ.
    MOVE EMP-SEP-DATE TO WS-PRIOR-SEP-DATE.
    MOVE EMP-SEP-REASON TO WS-PRIOR-SEP-REASON.
    IF WS-HOLD-CODE NOT = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-NO-REHIRE-HITS.
    IF EMP-SEP-REASON NOT = SPACES
        INSPECT WS-NO-REHIRE-LIST TALLYING WS-NO-REHIRE-HITS
            FOR ALL EMP-SEP-REASON
    END-IF.
    IF WS-NO-REHIRE-HITS > ZERO
        MOVE "17" TO WS-HOLD-CODE
        MOVE SPACES TO WS-REASON-DESC
        STRING "NOT ELIGIBLE FOR REHIRE - " EMP-SEP-REASON
            DELIMITED BY SIZE INTO WS-REASON-DESC
    END-IF.

HOLD-ONE-HIRE.
    ADD 1 TO WS-HELD-COUNT.
    MOVE HIRE-RECORD TO RVW-DATA.
    MOVE WS-REHIRE-ID TO RVW-ORIG-EMP-ID.
    MOVE WS-PRIOR-SEP-DATE TO RVW-SEP-DATE.
    MOVE WS-PRIOR-SEP-REASON TO RVW-SEP-REASON.
    MOVE WS-HOLD-CODE TO RVW-HOLD-CODE.
    MOVE WS-RUN-DATE TO RVW-RUN-DATE.
    WRITE REVIEW-RECORD.
    MOVE WS-HOLD-CODE TO WS-REASON-CODE.
    MOVE "HELD" TO RPT-DET-DISP.
    PERFORM WRITE-HIRE-DETAIL.

*> The hire has to fill a position on an approved requisition for
*> the same branch, department and grade.
EDIT-REQUISITION.
    IF HR-REQN NOT NUMERIC
        MOVE "13" TO WS-REASON-CODE
        MOVE "REQUISITION NOT ON FILE" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    MOVE HR-REQN TO REQ-NUMBER.
    READ REQN-FILE
        INVALID KEY
            MOVE "13" TO WS-REASON-CODE
            MOVE "REQUISITION NOT ON FILE" TO WS-REASON-DESC
            EXIT PARAGRAPH
    END-READ.
    IF REQ-PENDING
        MOVE "14" TO WS-REASON-CODE
        MOVE "REQUISITION NOT APPROVED" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    IF NOT REQ-OPEN OR REQ-FILLED >= REQ-COUNT
        MOVE "15" TO WS-REASON-CODE
        MOVE "REQUISITION CLOSED OR FILLED" TO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    IF REQ-BRANCH NOT = WS-LOCATION-IN
            OR REQ-DEPT NOT = FUNCTION UPPER-CASE(WS-DEPT-IN)
            OR REQ-GRADE NOT = FUNCTION UPPER-CASE(HR-GRADE)
        MOVE "16" TO WS-REASON-CODE
        MOVE "HIRE DOES NOT MATCH REQUISITION" TO WS-REASON-DESC
    END-IF.

*> The IDs are optional on the feed, but any that are sent must be
*> well formed and not already on someone else's registry record.
EDIT-GOVERNMENT-IDS.
    MOVE SPACES TO WS-HIRE-IDS.
    MOVE "TIN " TO GIV-TYPE.
    MOVE "TIN" TO WS-ID-LABEL.
    MOVE HR-TIN TO WS-ID-IN.
    PERFORM EDIT-ONE-ID.
    MOVE WS-NEW-ID TO WS-HIRE-TIN.
    IF WS-ID-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE "SSS " TO GIV-TYPE.
    MOVE "SSS" TO WS-ID-LABEL.
    MOVE HR-SSS TO WS-ID-IN.
    PERFORM EDIT-ONE-ID.
    MOVE WS-NEW-ID TO WS-HIRE-SSS.
    IF WS-ID-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE "PHIC" TO GIV-TYPE.
    MOVE "PHILHEALTH" TO WS-ID-LABEL.
    MOVE HR-PHILHEALTH TO WS-ID-IN.
    PERFORM EDIT-ONE-ID.
    MOVE WS-NEW-ID TO WS-HIRE-PHIC.
    IF WS-ID-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE "HDMF" TO GIV-TYPE.
    MOVE "PAG-IBIG" TO WS-ID-LABEL.
    MOVE HR-PAGIBIG TO WS-ID-IN.
    PERFORM EDIT-ONE-ID.
    MOVE WS-NEW-ID TO WS-HIRE-HDMF.

EDIT-ONE-ID.
    MOVE "Y" TO WS-ID-OK.
    MOVE SPACES TO WS-NEW-ID.
    IF WS-ID-IN = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-ID-IN TO GIV-INPUT.
    CALL "GOVIDVAL" USING GOV-ID-VAL-AREA.
    IF GIV-VALID NOT = "Y"
        MOVE "N" TO WS-ID-OK
        MOVE "11" TO WS-REASON-CODE
        MOVE SPACES TO WS-REASON-DESC
        STRING "INVALID " DELIMITED BY SIZE
            WS-ID-LABEL DELIMITED BY SPACE
            " NUMBER FORMAT" DELIMITED BY SIZE
            INTO WS-REASON-DESC
        EXIT PARAGRAPH
    END-IF.
    MOVE GIV-NUMBER TO WS-NEW-ID.
    PERFORM CHECK-ID-IN-USE.
    IF WS-IN-USE-BY NOT = ZERO
        MOVE "N" TO WS-ID-OK
        MOVE "12" TO WS-REASON-CODE
        MOVE SPACES TO WS-REASON-DESC
        STRING WS-ID-LABEL DELIMITED BY SPACE
            " ON ANOTHER EMPLOYEE" DELIMITED BY SIZE
            INTO WS-REASON-DESC
    END-IF.

*> Same test as WS-GOVID-MAINT: any registry record under the
*> number that is not this hire's own means the number is taken.
CHECK-ID-IN-USE.
    MOVE ZERO TO WS-IN-USE-BY.
    EVALUATE TRUE
        WHEN GIV-TIN
            MOVE WS-NEW-ID TO GID-TIN
            START GOVID-FILE KEY IS = GID-TIN
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
        WHEN GIV-SSS
            MOVE WS-NEW-ID TO GID-SSS
            START GOVID-FILE KEY IS = GID-SSS
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
        WHEN GIV-PHIC
            MOVE WS-NEW-ID TO GID-PHILHEALTH
            START GOVID-FILE KEY IS = GID-PHILHEALTH
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
        WHEN GIV-HDMF
            MOVE WS-NEW-ID TO GID-PAGIBIG
            START GOVID-FILE KEY IS = GID-PAGIBIG
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
    END-EVALUATE.
    PERFORM UNTIL WS-GOVID-STATUS NOT = "00"
        READ GOVID-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        EVALUATE TRUE
            WHEN GIV-TIN
                IF GID-TIN NOT = WS-NEW-ID
                    EXIT PERFORM
                END-IF
            WHEN GIV-SSS
                IF GID-SSS NOT = WS-NEW-ID(1:10)
                    EXIT PERFORM
                END-IF
            WHEN GIV-PHIC
                IF GID-PHILHEALTH NOT = WS-NEW-ID
                    EXIT PERFORM
                END-IF
            WHEN GIV-HDMF
                IF GID-PAGIBIG NOT = WS-NEW-ID
                    EXIT PERFORM
                END-IF
        END-EVALUATE
        IF GID-EMP-ID NOT = HR-EMP-ID
            MOVE GID-EMP-ID TO WS-ID-HOLDER
            PERFORM CHECK-ID-HOLDER
            IF WS-IN-USE-BY NOT = ZERO
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM.
    MOVE "00" TO WS-GOVID-STATUS.

*> A number held by a separated employee is not in use - it is
*> the returning employee's own.
CHECK-ID-HOLDER.
    MOVE WS-ID-HOLDER TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE WS-ID-HOLDER TO WS-IN-USE-BY
            EXIT PARAGRAPH
    END-READ.
    IF EMP-SEPARATED
        MOVE WS-ID-HOLDER TO WS-CANDIDATE-ID
        PERFORM NOTE-REHIRE-CANDIDATE
    ELSE
        MOVE WS-ID-HOLDER TO WS-IN-USE-BY
    END-IF.

WRITE-ONE-HIRE.
    PERFORM FORMAT-HIRE-NAMES.

    MOVE HR-EMP-ID TO EMP-ID.
    MOVE WS-NAME-IN TO EMP-NAME.
    MOVE ZERO TO EMP-SEP-DATE.
    MOVE SPACES TO EMP-SEP-REASON.
    MOVE WS-DEPT-IN TO EMP-DEPT.
    MOVE ZERO TO EMP-SUPERVISOR.

    WRITE EMPLOYEE-RECORD
        INVALID KEY
        NOT INVALID KEY
            PERFORM WRITE-HIRE-HISTORY
            PERFORM WRITE-PROVISION-REQUEST
            PERFORM WRITE-GOVID-RECORD
            PERFORM WRITE-PROBATION-TERMS
            PERFORM FILL-REQUISITION
            ADD 1 TO WS-ACCEPT-COUNT
            MOVE "ACCEPTED" TO RPT-DET-DISP
            PERFORM WRITE-HIRE-DETAIL
    END-WRITE.
    PERFORM CHECK-MASTER-IO.

*> A returning employee is reactivated under the original EMP-ID
*> with the feed's details; the hire date becomes the start of
*> the new service, probation starts again, and the requisition
*> is filled as for any hire.
REHIRE-ONE-EMPLOYEE.
    PERFORM FORMAT-HIRE-NAMES.
    MOVE WS-REHIRE-ID TO EMP-ID.
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "09" TO WS-REASON-CODE
            MOVE "FORMER RECORD NOT FOUND" TO WS-REASON-DESC
    END-READ.
    IF WS-REASON-CODE NOT = "00"
        ADD 1 TO WS-REJECT-COUNT
        MOVE HIRE-RECORD TO REJ-DATA
        MOVE WS-REASON-CODE TO REJ-REASON-CODE
        WRITE REJECT-RECORD
        MOVE "REJECTED" TO RPT-DET-DISP
        PERFORM WRITE-HIRE-DETAIL
        EXIT PARAGRAPH
    END-IF.
    MOVE EMPLOYEE-RECORD TO WS-PRIOR-IMAGE.
    MOVE WS-NAME-IN TO EMP-NAME.
    MOVE WS-SURNAME-IN TO EMP-SURNAME.
    MOVE HR-PHONE TO EMP-PHONE.
    MOVE WS-LOCATION-IN TO EMP-LOCATION.
    MOVE HR-DOB TO EMP-DOB.
    MOVE HR-HIRE TO EMP-HIRE-DATE.
    MOVE FUNCTION UPPER-CASE(HR-GRADE) TO EMP-GRADE.
    MOVE HR-SALARY TO EMP-SALARY.
    MOVE "A" TO EMP-STATUS.
    MOVE ZERO TO EMP-SEP-DATE.
    MOVE SPACES TO EMP-SEP-REASON.
    MOVE WS-DEPT-IN TO EMP-DEPT.
    MOVE ZERO TO EMP-SUPERVISOR.
    REWRITE EMPLOYEE-RECORD.
    PERFORM CHECK-MASTER-IO.
    IF FST-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM WRITE-REHIRE-HISTORY.
    PERFORM WRITE-PROVISION-REQUEST.
    PERFORM REHIRE-GOVID-RECORD.
    PERFORM WRITE-PROBATION-TERMS.
    PERFORM FILL-REQUISITION.
    ADD 1 TO WS-ACCEPT-COUNT.
    ADD 1 TO WS-REHIRE-COUNT.
    MOVE SPACES TO WS-REASON-DESC.
    STRING "REHIRED AS " WS-REHIRE-ID " (WAS "
        WS-PRIOR-SEP-REASON ")" DELIMITED BY SIZE
        INTO WS-REASON-DESC.
    MOVE "REHIRED" TO RPT-DET-DISP.
    PERFORM WRITE-HIRE-DETAIL.

*> Numbers already on the returning employee's registry record
*> are kept unless the feed sends a replacement.
REHIRE-GOVID-RECORD.
    MOVE EMP-ID TO GID-EMP-ID.
    READ GOVID-FILE
        INVALID KEY
            PERFORM WRITE-GOVID-RECORD
            EXIT PARAGRAPH
    END-READ.
    IF WS-HIRE-TIN NOT = SPACES
        MOVE WS-HIRE-TIN TO GID-TIN
    END-IF.
    IF WS-HIRE-SSS NOT = SPACES
        MOVE WS-HIRE-SSS TO GID-SSS
    END-IF.
    IF WS-HIRE-PHIC NOT = SPACES
        MOVE WS-HIRE-PHIC TO GID-PHILHEALTH
    END-IF.
    IF WS-HIRE-HDMF NOT = SPACES
        MOVE WS-HIRE-HDMF TO GID-PAGIBIG
    END-IF.
    MOVE WS-RUN-DATE TO GID-LAST-CHANGE.
    MOVE "HRFEED" TO GID-CHANGED-BY.
    REWRITE GOV-ID-RECORD.

*> Any WRITE failure on the master beyond the duplicate-key path
*> gets the standard FILESTAT message and ops log entry.
CHECK-MASTER-IO.

WRITE-HIRE-HISTORY.
    MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-TIMESTAMP.
    MOVE "A" TO WS-HIST-ACTION.
    MOVE WS-HIST-ACTION TO HIST-ACTION.
    MOVE "HRFEED" TO HIST-OPERATOR.
    MOVE EMP-ID TO HIST-EMP-ID.
    MOVE SPACES TO HIST-PRIOR-IMAGE.
    MOVE ZERO TO HIST-EFF-DATE.
    WRITE EMP-HISTORY-RECORD.
    PERFORM WRITE-AFTER-IMAGE.

*> The separated record is the before-image, so the earlier
*> service and its separation stay on the history.
WRITE-REHIRE-HISTORY.
    MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-TIMESTAMP.
    MOVE "U" TO WS-HIST-ACTION.
    MOVE WS-HIST-ACTION TO HIST-ACTION.
    MOVE "HRFEED" TO HIST-OPERATOR.
    MOVE EMP-ID TO HIST-EMP-ID.
    MOVE SPACES TO HIST-PRIOR-IMAGE.
    MOVE WS-PRIOR-IMAGE TO HIST-PRIOR-IMAGE.
    COMPUTE HIST-EFF-DATE = HR-HIRE-YY * 10000 + HR-HIRE-MM * 100
        + HR-HIRE-DD.
    WRITE EMP-HISTORY-RECORD.
    PERFORM WRITE-AFTER-IMAGE.

    MOVE "HR-HIRE-LOAD" TO JRN-PROGRAM.
    MOVE "HRFEED" TO JRN-OPERATOR.
    MOVE "EMPLOYEE" TO JRN-FILE-ID.
    MOVE WS-HIST-ACTION TO JRN-ACTION.
    MOVE EMP-ID TO JRN-KEY.
    MOVE SPACES TO JRN-IMAGE.
    MOVE EMPLOYEE-RECORD TO JRN-IMAGE.
    MOVE WS-SURNAME-IN TO UPV-SURNAME.
    WRITE PROV-RECORD.

*> A registry record left from an earlier employee under the same
*> number is replaced, not kept.
WRITE-GOVID-RECORD.
    IF WS-HIRE-IDS = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE EMP-ID TO GID-EMP-ID.
    MOVE WS-HIRE-TIN TO GID-TIN.
    MOVE WS-HIRE-SSS TO GID-SSS.
    MOVE WS-HIRE-PHIC TO GID-PHILHEALTH.
    MOVE WS-HIRE-HDMF TO GID-PAGIBIG.
    MOVE WS-RUN-DATE TO GID-LAST-CHANGE.
    MOVE "HRFEED" TO GID-CHANGED-BY.
    WRITE GOV-ID-RECORD
        INVALID KEY
            REWRITE GOV-ID-RECORD
    END-WRITE.

WRITE-PROBATION-TERMS.
    MOVE EMP-ID TO ETM-EMP-ID.
    SET ETM-PROBATIONARY TO TRUE.
    COPY PROBEND REPLACING START-MM BY HR-HIRE-MM
        START-DD BY HR-HIRE-DD
        START-YY BY HR-HIRE-YY
        END-DATE BY ETM-END-DATE
        WORK-MM BY WS-PROB-MM
        WORK-DD BY WS-PROB-DD
        WORK-YY BY WS-PROB-YY
        DAYS-IN-MONTH BY WS-DAYS-IN-MONTH.
    MOVE ZERO TO ETM-REG-DATE.
    MOVE WS-RUN-DATE TO ETM-LAST-CHANGE.
    MOVE "HRFEED" TO ETM-CHANGED-BY.
    WRITE EMP-TERMS-RECORD
        INVALID KEY
            REWRITE EMP-TERMS-RECORD
    END-WRITE.

*> The last position taken closes the requisition as filled.
FILL-REQUISITION.
    MOVE HR-REQN TO REQ-NUMBER.
    READ REQN-FILE
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO REQ-FILLED.
    IF REQ-FILLED >= REQ-COUNT
        SET REQ-FILLED-UP TO TRUE
        MOVE WS-RUN-DATE TO REQ-CLOSE-DATE
    END-IF.
    REWRITE REQUISITION-RECORD.

WRITE-HIRE-DETAIL.
    MOVE HR-EMP-ID TO RPT-DET-ID.
    MOVE HR-NAME TO RPT-DET-NAME.
    MOVE WS-REASON-CODE TO RPT-DET-CODE.
    MOVE WS-REASON-DESC TO RPT-DET-REASON.
    WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

FORMAT-HIRE-NAMES.
    MOVE HR-NAME TO WS-NAME-IN.
    MOVE HR-SURNAME TO WS-SURNAME-IN.
    COPY NAMEFMT REPLACING NAME-PART1 BY WS-NAME-IN
                            NAME-PART2 BY SPACES
                            NAME-FMT-RESULT BY WS-NAME-IN
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
    COPY NAMEFMT REPLACING NAME-PART1 BY WS-SURNAME-IN
                            NAME-PART2 BY SPACES
                            NAME-FMT-RESULT BY WS-SURNAME-IN
                            NAME-FMT-CASE BY "P"
                            NAME-FMT-IDX BY WS-FMT-IDX
                            NAME-FMT-LEN BY WS-FMT-LEN
                            NAME-FMT-PREV BY WS-FMT-PREV
                            NAME-FMT-TEMP BY WS-FMT-TEMP.
