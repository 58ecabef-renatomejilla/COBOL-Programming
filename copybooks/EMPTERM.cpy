      *> Author:      Renato D. Mejilla
      *> Description: EMP-TERMS-RECORD layout for empterm.dat, the
      *>              employment terms of each employee keyed by
      *>              EMP-ID: the employment type - R regular,
      *>              P probationary, C contractual, J project-based -
      *>              and the date the terms run out (YYYYMMDD): the
      *>              end of probation for a probationer, the contract
      *>              or project end for the others, zero for a
      *>              regular employee. An employee with no record
      *>              here is regular. New hires are written as
      *>              probationary for six months from the hire date
      *>              by WS-INPUT and HR-HIRE-LOAD; WS-EMP-MAINT
      *>              changes the terms and regularizes a probationer,
      *>              stamping ETM-REG-DATE and writing the change to
      *>              emphist.dat. ETM-LAST-CHANGE and ETM-CHANGED-BY
      *>              say when and by whom (HRFEED for the hire feed)
      *>              the record was last saved. WS-EMP-TERMS-DUE
      *>              lists the probations and contracts running out.
      *>              COPY this under the FD of every program that
      *>              reads or writes empterm.dat.
       01 EMP-TERMS-RECORD.
           05 ETM-EMP-ID       PIC 9(6).
           05 ETM-TYPE         PIC X.
              88 ETM-REGULAR       VALUE "R".
              88 ETM-PROBATIONARY  VALUE "P".
              88 ETM-CONTRACTUAL   VALUE "C".
              88 ETM-PROJECT       VALUE "J".
              88 ETM-TYPE-VALID    VALUE "R" "P" "C" "J".
           05 ETM-END-DATE     PIC 9(8).
           05 ETM-REG-DATE     PIC 9(8).
           05 ETM-LAST-CHANGE  PIC 9(8).
           05 ETM-CHANGED-BY   PIC X(8).
