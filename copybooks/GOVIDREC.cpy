      *> Author:      Renato D. Mejilla
      *> Description: GOV-ID-RECORD layout for govid.dat, the
      *>              government ID registry keyed by EMP-ID: the
      *>              employee's TIN (nine digits plus the three-digit
      *>              branch code, 000 for the head office), SSS,
      *>              PhilHealth and Pag-IBIG numbers, held as digits
      *>              only after GOVIDVAL has checked each agency's
      *>              format. A number not yet supplied is spaces.
      *>              Each number is an alternate key so a number
      *>              already assigned to another employee is found
      *>              and refused. GID-LAST-CHANGE and GID-CHANGED-BY
      *>              say when and by whom (HRFEED for the hire feed)
      *>              the record was last saved. Maintained by
      *>              WS-GOVID-MAINT and HR-HIRE-LOAD; WS-GOVID-EXCEPT
      *>              lists the active employees still missing any.
      *>              COPY this under the FD of every program that
      *>              reads or writes govid.dat.
       01 GOV-ID-RECORD.
           05 GID-EMP-ID       PIC 9(6).
           05 GID-TIN          PIC X(12).
           05 GID-SSS          PIC X(10).
           05 GID-PHILHEALTH   PIC X(12).
           05 GID-PAGIBIG      PIC X(12).
           05 GID-LAST-CHANGE  PIC 9(8).
           05 GID-CHANGED-BY   PIC X(8).
