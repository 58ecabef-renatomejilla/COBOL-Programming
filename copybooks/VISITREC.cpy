      *> Author:      Renato D. Mejilla
      *> Description: VISITOR-RECORD layout for visitors.dat, the
      *>              branch visitor register kept by WS-VISITOR-LOG
      *>              and read by WS-ROLL-CALL. A visitor is entered
      *>              against the day and branch of the visit with the
      *>              employee hosting them, approved by the operator
      *>              who enters it, then signed in and out at the
      *>              door:
      *>                A  approved - expected, not yet arrived
      *>                I  signed in - on the premises
      *>                O  signed out
      *>                X  cancelled
      *>              VIS-SEQ numbers the visitors of one branch on one
      *>              day from 1. COPY this under the FD of every
      *>              program that reads or writes visitors.dat.
       01 VISITOR-RECORD.
           05 VIS-KEY.
               10 VIS-DATE     PIC 9(8).
               10 VIS-BRANCH   PIC X(15).
               10 VIS-SEQ      PIC 9(3).
           05 VIS-NAME         PIC X(30).
           05 VIS-COMPANY      PIC X(20).
           05 VIS-PHONE        PIC X(11).
           05 VIS-HOST-ID      PIC 9(6).
           05 VIS-STATUS       PIC X.
              88 VIS-APPROVED      VALUE "A".
              88 VIS-SIGNED-IN     VALUE "I".
              88 VIS-SIGNED-OUT    VALUE "O".
              88 VIS-CANCELLED     VALUE "X".
           05 VIS-TIME-IN      PIC X(4).
           05 VIS-TIME-OUT     PIC X(4).
           05 VIS-APPROVED-BY  PIC X(8).
