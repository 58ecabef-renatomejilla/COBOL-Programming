      *> Author:      Renato D. Mejilla
      *> Description: ROLL-CALL-RECORD layout for the emergency roll
      *>              files roll-<branch>.dat written by WS-ROLL-CALL:
      *>              everyone found on the premises of one branch
      *>              when the roll was taken, one record each, frozen
      *>              so the headcount is checked against who was
      *>              inside at the alarm rather than who clocks in
      *>              afterwards. RCL-SEQ is the roll number printed
      *>              on rollcall.rpt and keyed by the marshal at the
      *>              headcount:
      *>                S  staff - clocked in today, not clocked out
      *>                T  trainee - on a training session today
      *>                V  visitor - signed in on visitors.dat
      *>              RCL-CONTACT is the first emergency contact on
      *>              empdep.dat (spouse, then parent, then other,
      *>              then child) with its DPN-RELATION; a visitor
      *>              carries the host employee instead, relation HO.
      *>              RCL-SAFE is set with the time and marshal when
      *>              the person is checked safe. COPY this into the
      *>              WORKING-STORAGE of every program that reads or
      *>              writes a roll file.
       01 ROLL-CALL-RECORD.
           05 RCL-BRANCH       PIC X(15).
           05 RCL-DATE         PIC 9(8).
           05 RCL-TIME         PIC X(4).
           05 RCL-SEQ          PIC 9(4).
           05 RCL-TYPE         PIC X.
              88 RCL-STAFF         VALUE "S".
              88 RCL-TRAINEE       VALUE "T".
              88 RCL-VISITOR       VALUE "V".
           05 RCL-EMP-ID       PIC 9(6).
           05 RCL-NAME         PIC X(30).
           05 RCL-PHONE        PIC X(11).
           05 RCL-TIME-IN      PIC X(4).
           05 RCL-CONTACT      PIC X(30).
           05 RCL-CONTACT-REL  PIC XX.
           05 RCL-NOTE         PIC X(20).
           05 RCL-SAFE         PIC X.
              88 RCL-IS-SAFE       VALUE "Y".
           05 RCL-SAFE-TIME    PIC X(4).
           05 RCL-SAFE-BY      PIC X(8).
