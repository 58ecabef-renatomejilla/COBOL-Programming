      *> Author:      Renato D. Mejilla
      *> Description: Parameter area for JOB-DUE, which decides
      *>              whether a scheduled job is due on a date by its
      *>              jobsched.dat run rule (see JOBSCHED.cpy). The
      *>              nightly run and the forecast both ask it, so a
      *>              forecast shows exactly what the run will do.
      *>              Set the date and the job's rule fields and
      *>              CALL "JOB-DUE" USING JOB-DUE-AREA; JDU-REASON
      *>              says why a job is not due.
       01 JOB-DUE-AREA.
           05 JDU-DATE           PIC 9(8).
           05 JDU-RULE           PIC X.
           05 JDU-WEEKDAY        PIC 9.
           05 JDU-SKIP-HOLIDAY   PIC X.
           05 JDU-DUE            PIC X.
              88 JDU-IS-DUE         VALUE "Y".
           05 JDU-REASON         PIC X(20).
