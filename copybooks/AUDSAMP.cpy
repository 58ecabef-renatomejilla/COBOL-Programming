      *> Author:      Renato D. Mejilla
      *> Description: AUDIT-SAMPLE-RECORD layout for audsample.dat,
      *>              the extract WS-AUDIT-SAMPLE writes for the
      *>              external auditors: one record per sampled item,
      *>              rewritten on every sampling run. AUS-SOURCE
      *>              names the file the item came from (P payhist,
      *>              C chkreg, H emphist, A audit), AUS-BAND the
      *>              amount band it was drawn in and AUS-ORDINAL its
      *>              place among the AUS-POPULATION items of that
      *>              band and source, so the auditors can re-draw
      *>              the sample from the seed on audsamp.log.
      *>              AUS-REFERENCE is the item's key as the source
      *>              file carries it. COPY this under the FD of
      *>              every program that reads or writes audsample.dat.
       01 AUDIT-SAMPLE-RECORD.
           05 AUS-ITEM-NO      PIC 9(3).
           05 AUS-SOURCE       PIC X.
              88 AUS-PAYROLL       VALUE "P".
              88 AUS-CHECK         VALUE "C".
              88 AUS-MASTER        VALUE "H".
              88 AUS-USER-AUDIT    VALUE "A".
           05 AUS-BAND         PIC 9.
           05 AUS-ORDINAL      PIC 9(7).
           05 AUS-POPULATION   PIC 9(7).
           05 AUS-REFERENCE    PIC X(30).
           05 AUS-DATE         PIC 9(8).
           05 AUS-AMOUNT       PIC 9(9)V99.
           05 AUS-EMP-ID       PIC 9(6).
           05 AUS-OPERATOR     PIC X(8).
