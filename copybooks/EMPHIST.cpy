      *>              EMPLOYEE-RECORD exactly as it stood before the
      *>              change (spaces for an add), sized with headroom
      *>              so the image survives record-layout growth.
      *>              HIST-EFF-DATE (YYYYMMDD) is the date a change
      *>              took effect when that is not the day it was
      *>              keyed - the effective date of a salary review
      *>              or a transfer; zero means effective when
      *>              keyed, and lines written before the field
      *>              existed read it as spaces. WS-RETRO-PAY pays
      *>              the difference of a salary change back-dated
      *>              into periods already closed. HIST-ACTION "R"
      *>              records a probationer regularized (the terms
      *>              live on empterm.dat, so the image is the
      *>              unchanged employee record), with the
      *>              regularization date in HIST-EFF-DATE.
      *>              WS-EMP-ASOF rolls employee.dat back through
      *>              these images to rebuild the master as it stood
      *>              at a past date, and prints one employee's
      *>              changes field by field.
      *>              WS-MASS-UPDATE writes its lines with the batch
      *>              reference (MUnnnnnn) as HIST-OPERATOR.
      *>              COPY this under the FD of every program that
      *>              writes or reads emphist.dat.
       01 EMP-HISTORY-RECORD.
              88 HIST-ADD         VALUE "A".
              88 HIST-UPDATE      VALUE "U".
              88 HIST-DELETE      VALUE "D".
              88 HIST-REGULARIZE  VALUE "R".
           05 HIST-OPERATOR    PIC X(8).
           05 HIST-EMP-ID      PIC 9(6).
           05 HIST-PRIOR-IMAGE PIC X(120).
           05 HIST-EFF-DATE    PIC 9(8).
