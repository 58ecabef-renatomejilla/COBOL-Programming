      *> Author:      Renato D. Mejilla
      *> Description: ASOF-CONTROL-RECORD layout for empasof.ctl, the
      *>              one-line control kept beside empasof.dat, the
      *>              point-in-time copy of the employee master that
      *>              WS-EMP-ASOF rebuilds from employee.dat rolled
      *>              back through the emphist.dat before-images.
      *>              ASC-ASOF-DATE (YYYYMMDD) is the date the
      *>              snapshot stands at, the master as it was at the
      *>              end of that day. While ASC-USE-FLAG is Y the
      *>              roster (WS-EMP-ROSTER) and the branch roster
      *>              (WS-EMP-BRANCH-ROSTER) read empasof.dat instead
      *>              of employee.dat and title their pages AS OF the
      *>              date; WS-EMP-ASOF sets it only for the length
      *>              of its own roster run. COPY this under the FD of
      *>              every program that reads or writes empasof.ctl.
       01 ASOF-CONTROL-RECORD.
           05 ASC-ASOF-DATE    PIC 9(8).
           05 ASC-BUILT-DATE   PIC 9(8).
           05 ASC-RECORDS      PIC 9(7).
           05 ASC-USE-FLAG     PIC X.
              88 ASC-ROSTER-ON-ASOF VALUE "Y".
