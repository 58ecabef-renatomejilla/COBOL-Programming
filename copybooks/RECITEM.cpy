      *> Author:      Renato D. Mejilla
      *> Description: RECERT-ITEM-RECORD layout for recitem.dat, one
      *>              review item per operator and function held when
      *>              a recertification campaign opened (see
      *>              RECCAMP.cpy). RCI-REVIEWER is the supervisor who
      *>              must certify or revoke the grant - the one who
      *>              enrolled the operator, per the ADD event on
      *>              seclog.dat, else the campaign owner; "*ANY"
      *>              lets any supervisor but the operator decide.
      *>              An item still pending at the deadline is
      *>              escalated to the campaign owner; the reviewer
      *>              it was first assigned to is kept in
      *>              RCI-ORIG-REVIEWER.
       01 RECERT-ITEM-RECORD.
           05 RCI-KEY.
              10 RCI-CAMPAIGN-ID  PIC X(6).
              10 RCI-SEQ          PIC 9(5).
           05 RCI-OPER-ID       PIC X(8).
           05 RCI-FUNCTION      PIC XX.
           05 RCI-REVIEWER      PIC X(8).
           05 RCI-STATUS        PIC X.
              88 RCI-PENDING        VALUE "P".
              88 RCI-CERTIFIED      VALUE "C".
              88 RCI-REVOKED        VALUE "R".
           05 RCI-DECIDED-BY    PIC X(8).
           05 RCI-DECIDED-ON    PIC 9(8).
           05 RCI-ESCALATED     PIC X.
              88 RCI-IS-ESCALATED   VALUE "Y".
           05 RCI-ESCALATED-ON  PIC 9(8).
           05 RCI-ORIG-REVIEWER PIC X(8).
