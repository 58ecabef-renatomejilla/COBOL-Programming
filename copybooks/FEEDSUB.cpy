      *> Author:      Renato D. Mejilla
      *> Description: FEED-SUB-RECORD layout for feedsubs.dat, the
      *>              subscribers to the employee change feed
      *>              WS-CHANGE-FEED publishes (the door-badge system,
      *>              the HMO broker, the payroll bureau). One row per
      *>              subscriber code: a description, the change
      *>              actions it takes (blank = all of them):
      *>                H  hire            S  separation
      *>                T  transfer        R  rehire
      *>                N  name change     U  any other change
      *>                X  record gone from employee.dat
      *>              and a Y/N flag per employee field saying
      *>              whether that field's after-image goes out on
      *>              its records - a field not selected is sent
      *>              blank, and a U change touching none of the
      *>              selected fields is not sent at all. Each
      *>              subscriber keeps its own control file
      *>              feed-<code>.ctl (FEEDCTL.cpy). Maintained by
      *>              WS-FEED-SUB-MAINT. COPY this under the FD of
      *>              every program that reads or writes feedsubs.dat.
       01 FEED-SUB-RECORD.
           05 FSB-SUBSCRIBER   PIC X(8).
           05 FSB-DESC         PIC X(30).
           05 FSB-EVENTS       PIC X(7).
           05 FSB-FIELD-FLAGS.
              10 FSB-SEND-NAME       PIC X.
              10 FSB-SEND-SURNAME    PIC X.
              10 FSB-SEND-PHONE      PIC X.
              10 FSB-SEND-LOCATION   PIC X.
              10 FSB-SEND-DOB        PIC X.
              10 FSB-SEND-HIRE-DATE  PIC X.
              10 FSB-SEND-GRADE      PIC X.
              10 FSB-SEND-SALARY     PIC X.
              10 FSB-SEND-STATUS     PIC X.
              10 FSB-SEND-SEPARATION PIC X.
              10 FSB-SEND-DEPT       PIC X.
              10 FSB-SEND-SUPERVISOR PIC X.
           05 FSB-FIELD-TABLE REDEFINES FSB-FIELD-FLAGS.
              10 FSB-SEND-FIELD      PIC X OCCURS 12 TIMES.
