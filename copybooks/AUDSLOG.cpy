      *> Author:      Renato D. Mejilla
      *> Description: AUDIT-SAMPLE-LOG-RECORD layout for audsamp.log,
      *>              the record of every sampling run WS-AUDIT-SAMPLE
      *>              makes, kept for the audit file: who ran it and
      *>              when, the period, the method (R random,
      *>              S systematic), the seed, the sources taken
      *>              (P payhist, C chkreg, H emphist, A audit), the
      *>              amount band limits and the items drawn per
      *>              band, and per source the population and the
      *>              number sampled. The same criteria and seed
      *>              draw the same sample again while the source
      *>              files hold the same records. Appended to, never
      *>              rewritten. COPY this under the FD of every
      *>              program that reads or writes audsamp.log.
       01 AUDIT-SAMPLE-LOG-RECORD.
           05 ASL-RUN-TIMESTAMP  PIC X(14).
           05 ASL-OPERATOR       PIC X(8).
           05 ASL-FROM-DATE      PIC 9(8).
           05 ASL-THRU-DATE      PIC 9(8).
           05 ASL-METHOD         PIC X.
              88 ASL-RANDOM          VALUE "R".
              88 ASL-SYSTEMATIC      VALUE "S".
           05 ASL-SEED           PIC 9(10).
           05 ASL-SOURCES        PIC X(4).
           05 ASL-BAND-LIMIT     PIC 9(9)V99 OCCURS 3 TIMES.
           05 ASL-PER-BAND       PIC 99.
           05 ASL-SOURCE-TOTALS OCCURS 4 TIMES.
              10 ASL-POPULATION     PIC 9(7).
              10 ASL-SAMPLED        PIC 9(3).
