*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Leave-type maintenance over leavetyp.dat, the
*>              reference LEAVERULE applies when WS-LEAVE-APPLY
*>              validates a request. Each type is a one-letter code
*>              with its basis (a leavebal.dat balance, an annual
*>              entitlement or a per-event allowance), the days
*>              allowed, working or calendar days, the events
*>              allowed a year, the years of service required, any
*>              spouse or child needed on empdep.dat, and whether
*>              the leave is paid. List the types, or load the
*>              statutory set (vacation, sick, maternity,
*>              paternity, solo-parent, bereavement and service
*>              incentive leave) - loading never overwrites a type
*>              already on file.

IDENTIFICATION DIVISION.
PROGRAM-ID.     WS-LEAVE-TYPE-MAINT.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LEAVE-TYPE-FILE ASSIGN TO "leavetyp.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LVT-CODE
            FILE STATUS IS WS-TYPE-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD LEAVE-TYPE-FILE.
    COPY LEAVETYP.

    WORKING-STORAGE SECTION.
    01 WS-TYPE-STATUS       PIC XX.
    01 WS-MENU-OPTION       PIC 9.
    01 WS-CONTINUE-LOOP     PIC X VALUE "Y".
    01 WS-CODE-IN           PIC X.
    01 WS-DESC-IN           PIC X(20).
    01 WS-BASIS-IN          PIC X.
    01 WS-BALANCE-IN        PIC X.
    01 WS-ENTITLE-IN        PIC 9(3).
    01 WS-DAY-BASIS-IN      PIC X.
    01 WS-EVENTS-IN         PIC 99.
    01 WS-SERVICE-IN        PIC 99.
    01 WS-DEPENDENT-IN      PIC X.
    01 WS-PAID-IN           PIC X.
    01 WS-LIST-COUNT        PIC 9(3).
    01 WS-LOADED-COUNT      PIC 9(3).
    01 WS-ENTITLE-DISP      PIC ZZ9.
    01 WS-EVENTS-DISP       PIC Z9.
    01 WS-SERVICE-DISP      PIC Z9.

*> The statutory set: code, description, basis, balance,
*> entitlement, day basis, events a year, service years,
*> dependent needed, paid.
    01 WS-STATUTORY-VALUES.
        05 FILLER PIC X(33)
            VALUE "VVACATION LEAVE      BV000W0000 Y".
        05 FILLER PIC X(33)
            VALUE "SSICK LEAVE          BS000W0000 Y".
        05 FILLER PIC X(33)
            VALUE "MMATERNITY LEAVE     E 105C0000 Y".
        05 FILLER PIC X(33)
            VALUE "PPATERNITY LEAVE     E 007W0000FY".
        05 FILLER PIC X(33)
            VALUE "OSOLO PARENT LEAVE   A 007W0001CY".
        05 FILLER PIC X(33)
            VALUE "BBEREAVEMENT LEAVE   E 003W0000 Y".
        05 FILLER PIC X(33)
            VALUE "ISERVICE INCENTIVE LVA 005W0001 Y".
    01 WS-STATUTORY-TABLE REDEFINES WS-STATUTORY-VALUES.
        05 WS-STATUTORY-TYPE PIC X(33) OCCURS 7 TIMES.
    01 WS-STAT-IDX          PIC 9.

PROCEDURE DIVISION.
001-MAIN.
    OPEN I-O LEAVE-TYPE-FILE.
    IF WS-TYPE-STATUS = "35"
        OPEN OUTPUT LEAVE-TYPE-FILE
        CLOSE LEAVE-TYPE-FILE
        OPEN I-O LEAVE-TYPE-FILE
    END-IF.

    PERFORM UNTIL WS-CONTINUE-LOOP NOT = "Y"
        DISPLAY " "
        DISPLAY "==== LEAVE TYPES ===="
        DISPLAY "1 - Add or Change Leave Type"
        DISPLAY "2 - List Leave Types"
        DISPLAY "3 - Load Statutory Leave Types"
        DISPLAY "4 - Exit"
        DISPLAY "Select Option: " WITH NO ADVANCING
        ACCEPT WS-MENU-OPTION
        EVALUATE WS-MENU-OPTION
            WHEN 1
                PERFORM ADD-OR-CHANGE-TYPE
            WHEN 2
                PERFORM LIST-TYPES
            WHEN 3
                PERFORM LOAD-STATUTORY-TYPES
            WHEN 4
                MOVE "N" TO WS-CONTINUE-LOOP
            WHEN OTHER
                DISPLAY "Invalid option."
        END-EVALUATE
    END-PERFORM.

    CLOSE LEAVE-TYPE-FILE.
    DISPLAY "Leave type maintenance ended.".
GOBACK.

ADD-OR-CHANGE-TYPE.
    DISPLAY "Leave type code (1 letter)       : "
        WITH NO ADVANCING.
    ACCEPT WS-CODE-IN.
    MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN.
    IF WS-CODE-IN NOT ALPHABETIC OR WS-CODE-IN = SPACE
        DISPLAY "Code must be a letter - not saved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Description                      : "
        WITH NO ADVANCING.
    ACCEPT WS-DESC-IN.
    MOVE FUNCTION UPPER-CASE(WS-DESC-IN) TO WS-DESC-IN.
    DISPLAY "Basis - B balance, A annual, E per event: "
        WITH NO ADVANCING.
    ACCEPT WS-BASIS-IN.
    MOVE FUNCTION UPPER-CASE(WS-BASIS-IN) TO WS-BASIS-IN.
    MOVE SPACE TO WS-BALANCE-IN.
    MOVE ZERO TO WS-ENTITLE-IN.
    MOVE ZERO TO WS-EVENTS-IN.
    EVALUATE WS-BASIS-IN
        WHEN "B"
            DISPLAY "Balance charged (V/S)            : "
                WITH NO ADVANCING
            ACCEPT WS-BALANCE-IN
            MOVE FUNCTION UPPER-CASE(WS-BALANCE-IN) TO WS-BALANCE-IN
            IF WS-BALANCE-IN NOT = "V" AND WS-BALANCE-IN NOT = "S"
                DISPLAY "Balance must be V or S - not saved."
                EXIT PARAGRAPH
            END-IF
        WHEN "A"
        WHEN "E"
            DISPLAY "Days allowed                     : "
                WITH NO ADVANCING
            ACCEPT WS-ENTITLE-IN
            IF WS-ENTITLE-IN = ZERO
                DISPLAY "Days allowed must be above zero - "
                    "not saved."
                EXIT PARAGRAPH
            END-IF
            IF WS-BASIS-IN = "E"
                DISPLAY "Events a year (0 = no limit)     : "
                    WITH NO ADVANCING
                ACCEPT WS-EVENTS-IN
            END-IF
        WHEN OTHER
            DISPLAY "Basis must be B, A or E - not saved."
            EXIT PARAGRAPH
    END-EVALUATE.
    DISPLAY "Count W working or C calendar days: "
        WITH NO ADVANCING.
    ACCEPT WS-DAY-BASIS-IN.
    MOVE FUNCTION UPPER-CASE(WS-DAY-BASIS-IN) TO WS-DAY-BASIS-IN.
    IF WS-DAY-BASIS-IN NOT = "W" AND WS-DAY-BASIS-IN NOT = "C"
        DISPLAY "Day basis must be W or C - not saved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Years of service required        : "
        WITH NO ADVANCING.
    ACCEPT WS-SERVICE-IN.
    DISPLAY "Dependent needed (F spouse/child, C child, blank): "
        WITH NO ADVANCING.
    ACCEPT WS-DEPENDENT-IN.
    MOVE FUNCTION UPPER-CASE(WS-DEPENDENT-IN) TO WS-DEPENDENT-IN.
    IF WS-DEPENDENT-IN NOT = SPACE AND WS-DEPENDENT-IN NOT = "F"
            AND WS-DEPENDENT-IN NOT = "C"
        DISPLAY "Dependent must be F, C or blank - not saved."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Paid leave (Y/N)                 : "
        WITH NO ADVANCING.
    ACCEPT WS-PAID-IN.
    MOVE FUNCTION UPPER-CASE(WS-PAID-IN) TO WS-PAID-IN.
    IF WS-PAID-IN NOT = "Y" AND WS-PAID-IN NOT = "N"
        DISPLAY "Paid must be Y or N - not saved."
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-CODE-IN TO LVT-CODE.
    READ LEAVE-TYPE-FILE
        INVALID KEY
            MOVE "23" TO WS-TYPE-STATUS
    END-READ.
    MOVE WS-CODE-IN TO LVT-CODE.
    MOVE WS-DESC-IN TO LVT-DESC.
    MOVE WS-BASIS-IN TO LVT-BASIS.
    MOVE WS-BALANCE-IN TO LVT-BALANCE.
    MOVE WS-ENTITLE-IN TO LVT-ENTITLEMENT.
    MOVE WS-DAY-BASIS-IN TO LVT-DAY-BASIS.
    MOVE WS-EVENTS-IN TO LVT-MAX-EVENTS.
    MOVE WS-SERVICE-IN TO LVT-MIN-SERVICE.
    MOVE WS-DEPENDENT-IN TO LVT-DEPENDENT.
    MOVE WS-PAID-IN TO LVT-PAID.
    IF WS-TYPE-STATUS = "00"
        REWRITE LEAVE-TYPE-RECORD
        DISPLAY "Leave type " WS-CODE-IN " changed."
    ELSE
        WRITE LEAVE-TYPE-RECORD
        DISPLAY "Leave type " WS-CODE-IN " added."
    END-IF.

LIST-TYPES.
    MOVE ZERO TO WS-LIST-COUNT.
    MOVE LOW-VALUES TO LVT-CODE.
    START LEAVE-TYPE-FILE KEY IS NOT LESS THAN LVT-CODE
        INVALID KEY
            DISPLAY "No leave types on file - vacation and sick "
                "leave only."
            EXIT PARAGRAPH
    END-START.
    DISPLAY "C DESCRIPTION          BASIS     DAYS DAY EVT SVC "
        "DEP PAID".
    PERFORM UNTIL WS-TYPE-STATUS NOT = "00"
        READ LEAVE-TYPE-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        ADD 1 TO WS-LIST-COUNT
        MOVE LVT-ENTITLEMENT TO WS-ENTITLE-DISP
        MOVE LVT-MAX-EVENTS TO WS-EVENTS-DISP
        MOVE LVT-MIN-SERVICE TO WS-SERVICE-DISP
        EVALUATE TRUE
            WHEN LVT-FROM-BALANCE
                DISPLAY LVT-CODE " " LVT-DESC " BALANCE " LVT-BALANCE
                    "   -- " LVT-DAY-BASIS "    " WS-EVENTS-DISP "  "
                    WS-SERVICE-DISP "  " LVT-DEPENDENT "   "
                    LVT-PAID
            WHEN LVT-ANNUAL
                DISPLAY LVT-CODE " " LVT-DESC " ANNUAL    "
                    WS-ENTITLE-DISP "  " LVT-DAY-BASIS "    "
                    WS-EVENTS-DISP "  " WS-SERVICE-DISP "  "
                    LVT-DEPENDENT "   " LVT-PAID
            WHEN OTHER
                DISPLAY LVT-CODE " " LVT-DESC " PER EVENT "
                    WS-ENTITLE-DISP "  " LVT-DAY-BASIS "    "
                    WS-EVENTS-DISP "  " WS-SERVICE-DISP "  "
                    LVT-DEPENDENT "   " LVT-PAID
        END-EVALUATE
    END-PERFORM.
    MOVE "00" TO WS-TYPE-STATUS.
    DISPLAY WS-LIST-COUNT " leave type(s).".

LOAD-STATUTORY-TYPES.
    MOVE ZERO TO WS-LOADED-COUNT.
    PERFORM VARYING WS-STAT-IDX FROM 1 BY 1 UNTIL WS-STAT-IDX > 7
        MOVE WS-STATUTORY-TYPE(WS-STAT-IDX)(1:1) TO LVT-CODE
        READ LEAVE-TYPE-FILE
            INVALID KEY
                MOVE WS-STATUTORY-TYPE(WS-STAT-IDX)
                    TO LEAVE-TYPE-RECORD
                WRITE LEAVE-TYPE-RECORD
                ADD 1 TO WS-LOADED-COUNT
                DISPLAY "Added " LVT-CODE " " LVT-DESC
            NOT INVALID KEY
                DISPLAY "Kept  " LVT-CODE " " LVT-DESC
                    " - already on file"
        END-READ
    END-PERFORM.
    DISPLAY WS-LOADED-COUNT " statutory type(s) loaded.".
