*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Callable leave-type entitlement check, in the mold
*>              of PERIODCK (the leave-type reference loads once
*>              per run unit). Given an employee, leave type and
*>              dates it counts the length the way the type counts
*>              it (working or calendar days), checks the years of
*>              service the type needs, any spouse or child it
*>              needs on empdep.dat, and - for types that carry
*>              their own entitlement rather than a leavebal.dat
*>              balance - the annual entitlement or per-event
*>              allowance against the leave of that type already
*>              taken in the calendar year on leavehist.dat. A
*>              request that shares any day with leave already on
*>              leavehist.dat is refused, with the dates of the
*>              leave it runs into.
*>              With no leavetyp.dat on file only vacation (V)
*>              and sick (S) leave exist, charged to their
*>              balances as they always were. See
*>              copybooks/LVRULE.cpy and copybooks/LEAVETYP.cpy.

IDENTIFICATION DIVISION.
PROGRAM-ID.     LEAVERULE.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LEAVE-TYPE-FILE ASSIGN TO "leavetyp.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LVT-CODE
            FILE STATUS IS WS-TYPE-STATUS.

        SELECT DEPENDENT-FILE ASSIGN TO "empdep.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DPN-KEY
            FILE STATUS IS WS-DEP-STATUS.

        SELECT HISTORY-FILE ASSIGN TO "leavehist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD LEAVE-TYPE-FILE.
    COPY LEAVETYP.

    FD DEPENDENT-FILE.
    COPY DEPNREC.

    FD HISTORY-FILE.
    COPY LEAVHIST.

    WORKING-STORAGE SECTION.
    01 WS-TYPE-STATUS       PIC XX.
    01 WS-DEP-STATUS        PIC XX.
    01 WS-HISTORY-STATUS    PIC XX.
    01 WS-TYPE-LOADED       PIC X VALUE "N".
    01 WS-TYPE-COUNT        PIC 99 VALUE ZERO.
    01 WS-TYPE-IDX          PIC 99.
    01 WS-TYPE-TABLE.
        05 WS-TYPE-ENTRY OCCURS 30 TIMES.
            10 WS-TBL-TYPE      PIC X(33).
    01 WS-FOUND-IDX         PIC 99.
    01 WS-DEP-FOUND         PIC X.
    01 WS-USED-DAYS         PIC 9(5).
    01 WS-USED-EVENTS       PIC 9(3).
    01 WS-SERVICE-YEARS     PIC 9(3).
    COPY DATESRV.

    LINKAGE SECTION.
    COPY LVRULE.

PROCEDURE DIVISION USING LEAVE-RULE-AREA.
001-MAIN.
    IF WS-TYPE-LOADED NOT = "Y"
        PERFORM LOAD-TYPE-TABLE
    END-IF.

    MOVE "N" TO LVR-ALLOWED.
    MOVE SPACES TO LVR-REASON.
    MOVE SPACES TO LVR-TYPE-DESC.
    MOVE SPACE TO LVR-CHARGE-TO.
    MOVE "Y" TO LVR-PAID.
    MOVE ZERO TO LVR-DAYS.
    MOVE ZERO TO LVR-OVERLAP-START.
    MOVE ZERO TO LVR-OVERLAP-END.

    MOVE ZERO TO WS-FOUND-IDX.
    PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
            UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
        IF WS-TBL-TYPE(WS-TYPE-IDX)(1:1) = LVR-TYPE
            MOVE WS-TYPE-IDX TO WS-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-FOUND-IDX = ZERO
        MOVE "UNKNOWN LEAVE TYPE" TO LVR-REASON
        GOBACK
    END-IF.
    MOVE WS-TBL-TYPE(WS-FOUND-IDX) TO LEAVE-TYPE-RECORD.
    MOVE LVT-DESC TO LVR-TYPE-DESC.
    MOVE LVT-PAID TO LVR-PAID.

    PERFORM COUNT-LEAVE-DAYS.
    IF LVR-DAYS = ZERO
        MOVE "NO WORKING DAYS IN RANGE" TO LVR-REASON
        GOBACK
    END-IF.

    PERFORM CHECK-OVERLAP.
    IF LVR-REASON NOT = SPACES
        GOBACK
    END-IF.

    IF LVT-MIN-SERVICE > ZERO
        PERFORM CHECK-SERVICE
        IF LVR-REASON NOT = SPACES
            GOBACK
        END-IF
    END-IF.

    IF NOT LVT-NO-DEPENDENT
        PERFORM CHECK-DEPENDENT
        IF LVR-REASON NOT = SPACES
            GOBACK
        END-IF
    END-IF.

    EVALUATE TRUE
        WHEN LVT-FROM-BALANCE
            MOVE LVT-BALANCE TO LVR-CHARGE-TO
        WHEN LVT-ANNUAL
            PERFORM TOTAL-LEAVE-TAKEN
            IF WS-USED-DAYS + LVR-DAYS > LVT-ENTITLEMENT
                MOVE "EXCEEDS ANNUAL ENTITLEMENT" TO LVR-REASON
                GOBACK
            END-IF
        WHEN OTHER
            IF LVR-DAYS > LVT-ENTITLEMENT
                MOVE "EXCEEDS PER-EVENT ALLOWANCE" TO LVR-REASON
                GOBACK
            END-IF
            IF LVT-MAX-EVENTS > ZERO
                PERFORM TOTAL-LEAVE-TAKEN
                IF WS-USED-EVENTS >= LVT-MAX-EVENTS
                    MOVE "EVENT LIMIT REACHED FOR YEAR"
                        TO LVR-REASON
                    GOBACK
                END-IF
            END-IF
    END-EVALUATE.
    MOVE "Y" TO LVR-ALLOWED.
GOBACK.

*> Without a reference file the suite knows only the two balances
*> it always had.
LOAD-TYPE-TABLE.
    MOVE "Y" TO WS-TYPE-LOADED.
    MOVE ZERO TO WS-TYPE-COUNT.
    OPEN INPUT LEAVE-TYPE-FILE.
    IF WS-TYPE-STATUS NOT = "00"
        MOVE SPACES TO LEAVE-TYPE-RECORD
        MOVE "V" TO LVT-CODE
        MOVE "VACATION LEAVE" TO LVT-DESC
        MOVE "B" TO LVT-BASIS
        MOVE "V" TO LVT-BALANCE
        MOVE ZERO TO LVT-ENTITLEMENT LVT-MAX-EVENTS LVT-MIN-SERVICE
        MOVE "W" TO LVT-DAY-BASIS
        MOVE "Y" TO LVT-PAID
        ADD 1 TO WS-TYPE-COUNT
        MOVE LEAVE-TYPE-RECORD TO WS-TBL-TYPE(WS-TYPE-COUNT)
        MOVE "S" TO LVT-CODE
        MOVE "SICK LEAVE" TO LVT-DESC
        MOVE "S" TO LVT-BALANCE
        ADD 1 TO WS-TYPE-COUNT
        MOVE LEAVE-TYPE-RECORD TO WS-TBL-TYPE(WS-TYPE-COUNT)
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-TYPE-STATUS NOT = "00"
        READ LEAVE-TYPE-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF WS-TYPE-COUNT < 30
            ADD 1 TO WS-TYPE-COUNT
            MOVE LEAVE-TYPE-RECORD TO WS-TBL-TYPE(WS-TYPE-COUNT)
        END-IF
    END-PERFORM.
    CLOSE LEAVE-TYPE-FILE.

*> Working days skip weekends and holidays.dat (the WD rule the
*> leave run always used); calendar-day types count every day.
COUNT-LEAVE-DAYS.
    IF LVR-END-DATE < LVR-START-DATE
        EXIT PARAGRAPH
    END-IF.
    IF LVT-CALENDAR-DAYS
        SET DSRV-DATE-DIFF TO TRUE
        MOVE LVR-START-DATE TO DSRV-DATE-A
        MOVE LVR-END-DATE TO DSRV-DATE-B
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
        COMPUTE LVR-DAYS = DSRV-RESULT-NUM + 1
    ELSE
        SET DSRV-WORKDAYS TO TRUE
        MOVE LVR-START-DATE TO DSRV-DATE-A
        MOVE LVR-END-DATE TO DSRV-DATE-B
        CALL "DATE-SERVICES" USING DATE-SRV-AREA
        MOVE DSRV-RESULT-NUM TO LVR-DAYS
    END-IF.

*> Completed years of service at the first day of leave.
CHECK-SERVICE.
    IF LVR-HIRE-DATE = ZERO
        MOVE "NO HIRE DATE - SERVICE UNKNOWN" TO LVR-REASON
        EXIT PARAGRAPH
    END-IF.
    SET DSRV-AGE TO TRUE.
    MOVE LVR-HIRE-DATE TO DSRV-DATE-A.
    MOVE LVR-START-DATE TO DSRV-DATE-B.
    CALL "DATE-SERVICES" USING DATE-SRV-AREA.
    MOVE DSRV-RESULT-NUM TO WS-SERVICE-YEARS.
    IF LVR-HIRE-DATE > LVR-START-DATE
            OR WS-SERVICE-YEARS < LVT-MIN-SERVICE
        MOVE "SERVICE BELOW TYPE MINIMUM" TO LVR-REASON
    END-IF.

CHECK-DEPENDENT.
    MOVE "N" TO WS-DEP-FOUND.
    OPEN INPUT DEPENDENT-FILE.
    IF WS-DEP-STATUS = "00"
        MOVE LVR-EMP-ID TO DPN-EMP-ID
        MOVE ZERO TO DPN-SEQ
        START DEPENDENT-FILE KEY IS NOT LESS THAN DPN-KEY
            INVALID KEY
                MOVE "10" TO WS-DEP-STATUS
        END-START
        PERFORM UNTIL WS-DEP-STATUS NOT = "00"
            READ DEPENDENT-FILE NEXT RECORD
                AT END
                    EXIT PERFORM
            END-READ
            IF DPN-EMP-ID NOT = LVR-EMP-ID
                EXIT PERFORM
            END-IF
            IF DPN-CHILD
                MOVE "Y" TO WS-DEP-FOUND
            END-IF
            IF DPN-SPOUSE AND LVT-SPOUSE-OR-CHILD
                MOVE "Y" TO WS-DEP-FOUND
            END-IF
        END-PERFORM
        CLOSE DEPENDENT-FILE
    END-IF.
    IF WS-DEP-FOUND NOT = "Y"
        IF LVT-CHILD-NEEDED
            MOVE "NO CHILD ON EMPDEP.DAT" TO LVR-REASON
        ELSE
            MOVE "NO SPOUSE OR CHILD ON EMPDEP" TO LVR-REASON
        END-IF
    END-IF.

*> Any leave already on file for the employee that shares a day
*> with the request, whatever its type. Year-end entries move
*> credits and are not time off.
CHECK-OVERLAP.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
        READ HISTORY-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF LVH-EMP-ID = LVR-EMP-ID AND NOT LVH-YEAR-END
                AND LVH-START-DATE <= LVR-END-DATE
                AND LVH-END-DATE >= LVR-START-DATE
            MOVE "OVERLAPS LEAVE ON FILE" TO LVR-REASON
            MOVE LVH-START-DATE TO LVR-OVERLAP-START
            MOVE LVH-END-DATE TO LVR-OVERLAP-END
            EXIT PERFORM
        END-IF
    END-PERFORM.
    CLOSE HISTORY-FILE.

*> Leave of this type already taken in the calendar year the
*> request starts in.
TOTAL-LEAVE-TAKEN.
    MOVE ZERO TO WS-USED-DAYS.
    MOVE ZERO TO WS-USED-EVENTS.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
        READ HISTORY-FILE
            AT END
                EXIT PERFORM
        END-READ
        IF LVH-EMP-ID = LVR-EMP-ID AND LVH-TYPE = LVR-TYPE
                AND LVH-START-DATE(1:4) = LVR-START-DATE(1:4)
            ADD LVH-DAYS TO WS-USED-DAYS
            ADD 1 TO WS-USED-EVENTS
        END-IF
    END-PERFORM.
    CLOSE HISTORY-FILE.
