      *>              certification carries its validity period in
      *>              months (zero means it never lapses);
      *>              WS-CERT-MAINT computes the expiry date from
      *>              it when a completion is recorded, as does
      *>              WS-TRAINING-MAINT when a scheduled session's
      *>              attendance is marked. Maintained
      *>              by WS-COURSE-MAINT. COPY this under the FD of
      *>              every program that reads or writes
      *>              courses.dat.
