      *> Author:      Renato D. Mejilla
      *> Description: EMP-XREF-RECORD layout for empidxref.dat, the
      *>              old-to-new employee ID cross-reference written
      *>              by EMPID-CONVERT when the five-digit serials
      *>              took on their EMPIDCHK check digit: one record
      *>              per employee on the master at conversion, with
      *>              the branch and name it was printed under for
      *>              the branches, and the conversion date. Its
      *>              presence is also what stops the conversion
      *>              being run a second time. COPY this under the FD
      *>              of every program that reads or writes
      *>              empidxref.dat.
       01 EMP-XREF-RECORD.
           05 EXR-OLD-ID       PIC 9(6).
           05 EXR-NEW-ID       PIC 9(6).
           05 EXR-BRANCH       PIC X(15).
           05 EXR-SURNAME      PIC X(15).
           05 EXR-NAME         PIC X(15).
           05 EXR-CONVERTED    PIC 9(8).
