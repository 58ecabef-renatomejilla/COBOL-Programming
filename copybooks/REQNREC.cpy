      *> Author:      Renato D. Mejilla
      *> Description: REQUISITION-RECORD layout for reqn.dat, the
      *>              manpower requisitions keyed by requisition
      *>              number: the opening's branch, department and
      *>              grade, the number of positions, how many are
      *>              filled, and its status - P raised and waiting
      *>              for approval, O approved and open for hiring,
      *>              F filled (closed by HR-HIRE-LOAD when the last
      *>              position is filled), C closed or cancelled
      *>              unfilled. REQ-FISCAL-YEAR is the hcbudget.dat
      *>              year the positions are charged to, set at
      *>              approval. Raised, approved and closed online
      *>              through WS-REQN-MAINT - an operator cannot
      *>              approve a requisition they raised - and aged by
      *>              WS-REQN-AGEING. COPY this under the FD of every
      *>              program that reads or writes reqn.dat.
       01 REQUISITION-RECORD.
           05 REQ-NUMBER       PIC 9(6).
           05 REQ-BRANCH       PIC X(15).
           05 REQ-DEPT         PIC X(10).
           05 REQ-GRADE        PIC X(2).
           05 REQ-COUNT        PIC 9(3).
           05 REQ-FILLED       PIC 9(3).
           05 REQ-STATUS       PIC X.
              88 REQ-PENDING       VALUE "P".
              88 REQ-OPEN          VALUE "O".
              88 REQ-FILLED-UP     VALUE "F".
              88 REQ-CLOSED        VALUE "C".
           05 REQ-FISCAL-YEAR  PIC 9(4).
           05 REQ-OPEN-DATE    PIC 9(8).
           05 REQ-OPENED-BY    PIC X(8).
           05 REQ-APPROVER     PIC X(8).
           05 REQ-APPROVE-DATE PIC 9(8).
           05 REQ-CLOSE-DATE   PIC 9(8).
