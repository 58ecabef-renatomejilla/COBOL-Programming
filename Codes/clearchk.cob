*> Author:      Renato D. Mejilla
*> Date:        October 15, 2026
*> Description: Callable separation clearance check over
*>              clearance.dat and assets.dat. Answers whether the
*>              employee's clearance has been started, how many
*>              departments have yet to sign and what company
*>              property is still out, and whether the clearance
*>              is complete. Both files are opened and closed on
*>              every call so a sign-off or return keyed moments
*>              earlier in the same session is always seen. See
*>              copybooks/CLEARCHK.cpy.

IDENTIFICATION DIVISION.
PROGRAM-ID.     CLEARCHK.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CLEARANCE-FILE ASSIGN TO "clearance.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CLR-KEY
            FILE STATUS IS WS-CLEAR-STATUS.

        SELECT ASSET-FILE ASSIGN TO "assets.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AST-KEY
            ALTERNATE RECORD KEY IS AST-TAG
                WITH DUPLICATES
            FILE STATUS IS WS-ASSET-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD CLEARANCE-FILE.
    COPY CLEARREC.

    FD ASSET-FILE.
    COPY ASSETREC.

    WORKING-STORAGE SECTION.
    01 WS-CLEAR-STATUS      PIC XX.
    01 WS-ASSET-STATUS      PIC XX.

    LINKAGE SECTION.
    COPY CLEARCHK.

PROCEDURE DIVISION USING CLEARANCE-CHECK-AREA.
001-MAIN.
    MOVE "N" TO CCK-STARTED.
    MOVE "N" TO CCK-COMPLETE.
    MOVE ZERO TO CCK-DEPTS.
    MOVE ZERO TO CCK-DEPTS-PENDING.
    MOVE ZERO TO CCK-ITEMS-OUT.
    MOVE ZERO TO CCK-VALUE-OUT.

    PERFORM COUNT-SIGN-OFFS.
    PERFORM COUNT-PROPERTY-OUT.

    IF CCK-STARTED = "Y" AND CCK-DEPTS-PENDING = ZERO
            AND CCK-ITEMS-OUT = ZERO
        MOVE "Y" TO CCK-COMPLETE
    END-IF.
GOBACK.

COUNT-SIGN-OFFS.
    OPEN INPUT CLEARANCE-FILE.
    IF WS-CLEAR-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE CCK-EMP-ID TO CLR-EMP-ID.
    MOVE LOW-VALUES TO CLR-DEPT.
    START CLEARANCE-FILE KEY IS NOT LESS THAN CLR-KEY
        INVALID KEY
            MOVE "23" TO WS-CLEAR-STATUS
    END-START.
    PERFORM UNTIL WS-CLEAR-STATUS NOT = "00"
        READ CLEARANCE-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF CLR-EMP-ID NOT = CCK-EMP-ID
            EXIT PERFORM
        END-IF
        MOVE "Y" TO CCK-STARTED
        ADD 1 TO CCK-DEPTS
        IF NOT CLR-SIGNED
            ADD 1 TO CCK-DEPTS-PENDING
        END-IF
    END-PERFORM.
    CLOSE CLEARANCE-FILE.

COUNT-PROPERTY-OUT.
    OPEN INPUT ASSET-FILE.
    IF WS-ASSET-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE CCK-EMP-ID TO AST-EMP-ID.
    MOVE LOW-VALUES TO AST-TAG.
    START ASSET-FILE KEY IS NOT LESS THAN AST-KEY
        INVALID KEY
            MOVE "23" TO WS-ASSET-STATUS
    END-START.
    PERFORM UNTIL WS-ASSET-STATUS NOT = "00"
        READ ASSET-FILE NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF AST-EMP-ID NOT = CCK-EMP-ID
            EXIT PERFORM
        END-IF
        IF AST-OUT
            ADD 1 TO CCK-ITEMS-OUT
            ADD AST-VALUE TO CCK-VALUE-OUT
        END-IF
    END-PERFORM.
    CLOSE ASSET-FILE.
