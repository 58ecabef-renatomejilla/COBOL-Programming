      *> Author:      Renato D. Mejilla
      *> Description: CORRECTION-RECORD layout for attcorr.dat, the
      *>              queue of attendance corrections. A branch
      *>              clerk files one through WS-ATTEND-CORR when
      *>              the clock missed a punch or the employee forgot
      *>              to clock out: the employee and date, the
      *>              corrected code (P, L or A) and clock times, and
      *>              the reason. It waits as P (pending) until a
      *>              supervisor other than the clerk decides it in
      *>              WS-CORR-APPROVE, the only program that changes
      *>              attdhist.dat from this queue. On approval (A)
      *>              the day in attdhist.dat is replaced and the
      *>              line it replaced is kept here in
      *>              COR-BEFORE-IMAGE (COR-BEFORE-FOUND "N" when the
      *>              clock sent nothing that day and the corrected
      *>              day was added). A rejected request is marked R.
      *>              COR-BRANCH is the employee's branch when filed,
      *>              for WS-CORR-REPORT. Decided requests stay on
      *>              the queue for the record. COPY this under the
      *>              FD of every program that reads or writes
      *>              attcorr.dat.
       01 CORRECTION-RECORD.
           05 COR-SEQ          PIC 9(6).
           05 COR-EMP-ID       PIC 9(6).
           05 COR-DATE         PIC 9(8).
           05 COR-BRANCH       PIC X(15).
           05 COR-NEW-CODE     PIC X.
              88 COR-NEW-PRESENT   VALUE "P".
              88 COR-NEW-LATE      VALUE "L".
              88 COR-NEW-ABSENT    VALUE "A".
           05 COR-NEW-IN       PIC X(4).
           05 COR-NEW-OUT      PIC X(4).
           05 COR-REASON       PIC X(30).
           05 COR-FILED-BY     PIC X(8).
           05 COR-FILED-ON     PIC 9(8).
           05 COR-STATUS       PIC X.
              88 COR-PENDING       VALUE "P".
              88 COR-APPROVED      VALUE "A".
              88 COR-REJECTED      VALUE "R".
           05 COR-DECIDED-BY   PIC X(8).
           05 COR-DECIDED-ON   PIC 9(8).
           05 COR-BEFORE-FOUND PIC X.
           05 COR-BEFORE-IMAGE PIC X(34).
