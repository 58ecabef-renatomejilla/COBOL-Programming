       COPY EMPREC.

      * Mirrors EMPLOYEE-RECORD field for field (including the
      * status/department/supervisor growth and both alternate
      * indexes) so the test master behaves exactly like production.
       FD EMPLOYEE-TEST.
       01 TEST-EMPLOYEE-RECORD.
           05 TST-EMP-ID        PIC 9(6).
           05 TST-SEP-DATE     PIC 9(8).
           05 TST-SEP-REASON   PIC XX.
           05 TST-EMP-DEPT     PIC X(10).
           05 TST-EMP-SUPERVISOR PIC 9(6).

       FD USER-FILE.
       COPY USERREC.
       COPY EMPHIST.

       FD HISTORY-TEST.
       01 TEST-HISTORY-RECORD   PIC X(157).

       FD BRANCH-FILE.
       COPY BRANCHREC.
           MOVE EMP-SEP-DATE TO TST-SEP-DATE
           MOVE EMP-SEP-REASON TO TST-SEP-REASON
           MOVE EMP-DEPT TO TST-EMP-DEPT
           MOVE EMP-SUPERVISOR TO TST-EMP-SUPERVISOR

      * Valid-format dummy phone: keeps the 09 mobile prefix and
      * derives nine digits from the key, never the real number.
