      *>              with the holding operator in LCK-HOLDER for
      *>              the "record in use by" message. LOCK-DISPLAY
      *>              shows held locks and clears stale ones from
      *>              sessions that died. O (release operator)
      *>              drops every lock LCK-OPERATOR holds, whatever
      *>              the file and key, and returns how many in
      *>              LCK-RELEASED - SESSCTL uses it when a session
      *>              is ended.
       01 REC-LOCK-AREA.
           05 LCK-FUNCTION   PIC X.
              88 LCK-ACQUIRE     VALUE "A".
              88 LCK-RELEASE     VALUE "R".
              88 LCK-RELEASE-OPER VALUE "O".
           05 LCK-FILE-ID    PIC X(15).
           05 LCK-KEY        PIC X(10).
           05 LCK-OPERATOR   PIC X(8).
           05 LCK-GRANTED    PIC X.
           05 LCK-HOLDER     PIC X(8).
           05 LCK-RELEASED   PIC 9(3).
