      *> Author:      Renato D. Mejilla
      *> Description: Parameter area for CLEARCHK, the separation
      *>              clearance check. Set CCK-EMP-ID and CALL
      *>              "CLEARCHK" USING CLEARANCE-CHECK-AREA.
      *>              CCK-STARTED comes back "Y" when WS-CLEARANCE has
      *>              opened a checklist for the employee; CCK-DEPTS
      *>              and CCK-DEPTS-PENDING count its departments and
      *>              those still to sign; CCK-ITEMS-OUT and
      *>              CCK-VALUE-OUT count and value the company
      *>              property still out on assets.dat. CCK-COMPLETE
      *>              is "Y" only when the checklist exists, every
      *>              department has signed and nothing is still out.
      *>              WS-FINAL-PAY will not release a final pay
      *>              until it is.
       01 CLEARANCE-CHECK-AREA.
           05 CCK-EMP-ID          PIC 9(6).
           05 CCK-STARTED         PIC X.
           05 CCK-COMPLETE        PIC X.
           05 CCK-DEPTS           PIC 99.
           05 CCK-DEPTS-PENDING   PIC 99.
           05 CCK-ITEMS-OUT       PIC 99.
           05 CCK-VALUE-OUT       PIC 9(7)V99.
