      *> Author:      Renato D. Mejilla
      *> Description: NOTIF-TEMPLATE-RECORD layout for notiftpl.dat,
      *>              the message templates NOTIFY-DISPATCH merges.
      *>              NTT-SUBJECT is the email subject (an SMS sends
      *>              the body alone); &1 to &5 in the subject or
      *>              body take the merge fields queued with the
      *>              notification, trimmed. Keyed on NTT-CODE,
      *>              seeded with the suite's own templates when
      *>              first created and kept through NOTIFY-MAINT.
       01 NOTIF-TEMPLATE-RECORD.
           05 NTT-CODE           PIC X(8).
           05 NTT-SUBJECT        PIC X(60).
           05 NTT-BODY           PIC X(160).
