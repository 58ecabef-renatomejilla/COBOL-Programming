      *> Author:      Renato D. Mejilla
      *> Description: Writes the suite's standard notification
      *>              templates to notiftpl.dat. COPY this text where
      *>              the file is found missing, with TEMPLATE-FILE
      *>              (dynamic or random access) just opened OUTPUT
      *>              under an FD carrying NOTIFTPL.cpy, or over the
      *>              file open I-O to add any standard template
      *>              missing - a code already on file refuses the
      *>              WRITE and keeps its wording. The file is left
      *>              open for the caller to close.
           MOVE "CERTEXP" TO NTT-CODE
           MOVE "Your &2 certification expires &3" TO NTT-SUBJECT
           MOVE SPACES TO NTT-BODY
           STRING "Dear &1, your &2 certification expires on &3 "
               "(&4). Please arrange the renewal with HR."
               DELIMITED BY SIZE INTO NTT-BODY
           WRITE NOTIF-TEMPLATE-RECORD
           MOVE "BIRTHDAY" TO NTT-CODE
           MOVE "Happy birthday, &1!" TO NTT-SUBJECT
           MOVE "Happy birthday, &1! Best wishes from all of us."
               TO NTT-BODY
           WRITE NOTIF-TEMPLATE-RECORD
           MOVE "PWDAGE" TO NTT-CODE
           MOVE "Password for &1 expires in &2 day(s)" TO NTT-SUBJECT
           MOVE SPACES TO NTT-BODY
           STRING "The password of operator &1 expires in &2 "
               "day(s). Change it at your next sign-on."
               DELIMITED BY SIZE INTO NTT-BODY
           WRITE NOTIF-TEMPLATE-RECORD
           MOVE "LEAVEDEC" TO NTT-CODE
           MOVE "Your leave request was &2" TO NTT-SUBJECT
           MOVE SPACES TO NTT-BODY
           STRING "Dear &1, your &3 leave from &4 to &5 was &2."
               DELIMITED BY SIZE INTO NTT-BODY
           WRITE NOTIF-TEMPLATE-RECORD
           MOVE "MORNING" TO NTT-CODE
           MOVE "Morning exceptions for &2: &1" TO NTT-SUBJECT
           MOVE SPACES TO NTT-BODY
           STRING "The morning exception report for &2 lists &1 "
               "item(s) needing attention. See &3."
               DELIMITED BY SIZE INTO NTT-BODY
           WRITE NOTIF-TEMPLATE-RECORD.
