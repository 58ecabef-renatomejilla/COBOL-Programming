      *> Author:      Renato D. Mejilla
      *> Description: RECERT-CAMPAIGN-RECORD layout for reccamp.dat,
      *>              one record per access recertification campaign
      *>              (normally one a quarter, ID YYYYQn). A campaign
      *>              is opened by WS-RECERT, which writes a review
      *>              item to recitem.dat for every function grant
      *>              on operfunc.dat, and closed by the completion
      *>              report once no item is left pending. Only one
      *>              campaign may be open at a time.
       01 RECERT-CAMPAIGN-RECORD.
           05 RCC-CAMPAIGN-ID  PIC X(6).
           05 RCC-OPENED-ON    PIC 9(8).
           05 RCC-OPENED-BY    PIC X(8).
           05 RCC-DEADLINE     PIC 9(8).
           05 RCC-STATUS       PIC X.
              88 RCC-OPEN          VALUE "O".
              88 RCC-CLOSED        VALUE "C".
           05 RCC-ITEM-COUNT   PIC 9(5).
           05 RCC-CLOSED-ON    PIC 9(8).
