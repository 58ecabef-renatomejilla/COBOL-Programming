      *> Author:      Renato D. Mejilla
      *> Description: Parameter area for LEAVERULE, the leave-type
      *>              entitlement check. Set the employee, the hire
      *>              date (YYYYMMDD, from the master), the leave
      *>              type and the start and end dates (YYYYMMDD),
      *>              then CALL "LEAVERULE" USING LEAVE-RULE-AREA.
      *>              LVR-ALLOWED comes back "Y", or "N" with the
      *>              reason in LVR-REASON. LVR-DAYS is the length
      *>              as the type counts it; LVR-CHARGE-TO is V or S
      *>              when the days come off that leavebal.dat
      *>              balance (the caller checks and deducts it) and
      *>              space when the type carries its own
      *>              entitlement, which LEAVERULE has already
      *>              checked against the leave taken that year.
      *>              LVR-PAID and LVR-TYPE-DESC describe the type.
      *>              A request overlapping leave already on
      *>              leavehist.dat is refused, with that leave's
      *>              dates in LVR-OVERLAP-START and -END.
      *>              See copybooks/LEAVETYP.cpy for the rules.
       01 LEAVE-RULE-AREA.
           05 LVR-EMP-ID         PIC 9(6).
           05 LVR-HIRE-DATE      PIC 9(8).
           05 LVR-TYPE           PIC X.
           05 LVR-START-DATE     PIC 9(8).
           05 LVR-END-DATE       PIC 9(8).
           05 LVR-DAYS           PIC 9(3).
           05 LVR-CHARGE-TO      PIC X.
           05 LVR-PAID           PIC X.
           05 LVR-TYPE-DESC      PIC X(20).
           05 LVR-ALLOWED        PIC X.
           05 LVR-REASON         PIC X(30).
           05 LVR-OVERLAP-START  PIC 9(8).
           05 LVR-OVERLAP-END    PIC 9(8).
