      *> Author:      Renato D. Mejilla
      *> Description: APPRAISAL-RECORD layout for appraisal.dat, the
      *>              performance appraisal of each employee for each
      *>              review year, keyed by EMP-ID and year: the
      *>              rating (1 unsatisfactory, 2 needs improvement,
      *>              3 meets expectations, 4 exceeds expectations,
      *>              5 outstanding), the EMP-ID of the appraiser and
      *>              the date the appraisal was signed (YYYYMMDD).
      *>              APR-LOAD-DATE and APR-LOADED-BY say when and by
      *>              which run the record was last written; a
      *>              corrected form for the same employee and year
      *>              replaces the earlier one. WS-APPRAISAL-LOAD
      *>              writes the records from the appraisal forms,
      *>              WS-APPRAISAL-MISSING lists who has none for a
      *>              year and WS-SALARY-REVIEW reads the rating into
      *>              the merit matrix. COPY this under the FD of
      *>              every program that reads or writes appraisal.dat.
       01 APPRAISAL-RECORD.
           05 APR-KEY.
              10 APR-EMP-ID      PIC 9(6).
              10 APR-YEAR        PIC 9(4).
           05 APR-RATING       PIC 9.
              88 APR-RATING-VALID  VALUE 1 THRU 5.
           05 APR-APPRAISER    PIC 9(6).
           05 APR-DATE         PIC 9(8).
           05 APR-LOAD-DATE    PIC 9(8).
           05 APR-LOADED-BY    PIC X(8).
