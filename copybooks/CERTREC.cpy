      *>              is computed by WS-CERT-MAINT from the
      *>              completion date plus the course's validity
      *>              months (zero when the certification never
      *>              lapses), and the same way by WS-TRAINING-MAINT
      *>              when it posts a session's attendees;
      *>              WS-CERT-EXPIRY reports lapses due in
      *>              the next 60 days by branch. COPY this under
      *>              the FD of every program that reads or writes
      *>              certs.dat.
