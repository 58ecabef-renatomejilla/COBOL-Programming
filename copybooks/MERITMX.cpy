      *> Author:      Renato D. Mejilla
      *> Description: MERIT-MATRIX-RECORD layout for meritmx.dat, the
      *>              merit matrix of the salary review: one record
      *>              per appraisal rating (1-5) and position-in-range
      *>              quartile carrying the percentage increase for
      *>              that cell. The quartile is where the employee's
      *>              EMP-SALARY sits in the GRD-MIN to GRD-MAX range
      *>              of the grade - 1 the bottom quarter (or below
      *>              the minimum), 4 the top quarter (or above the
      *>              maximum) - so a strong rating low in the range
      *>              earns more than the same rating near the top.
      *>              Maintained through WS-MERIT-MAINT and read by
      *>              WS-SALARY-REVIEW when the review runs on the
      *>              matrix.
       01 MERIT-MATRIX-RECORD.
           05 MRX-RATING       PIC 9.
           05 MRX-QUARTILE     PIC 9.
           05 MRX-PCT          PIC 9(3)V99.
