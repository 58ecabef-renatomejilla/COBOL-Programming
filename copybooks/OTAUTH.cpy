      *> Author:      Renato D. Mejilla
      *> Description: OT-AUTH-RECORD layout for otauth.dat, the
      *>              overtime authorizations keyed by employee and
      *>              work date. WS-OT-AUTH records a supervisor's
      *>              approval with the most hours allowed that day;
      *>              WS-PREMIUM-PAY pays clock time beyond the
      *>              standard day only up to an approved
      *>              authorization and reports the rest as
      *>              unauthorized. A cancelled authorization stays
      *>              on file for the record but no longer counts.
      *>              COPY this under the FD of every program that
      *>              reads or writes otauth.dat.
       01 OT-AUTH-RECORD.
           05 OTA-KEY.
              10 OTA-EMP-ID      PIC 9(6).
              10 OTA-DATE        PIC 9(8).
           05 OTA-HOURS          PIC 99V99.
           05 OTA-STATUS         PIC X.
              88 OTA-APPROVED        VALUE "A".
              88 OTA-CANCELLED       VALUE "C".
           05 OTA-APPROVED-BY    PIC X(8).
           05 OTA-APPROVED-ON    PIC 9(8).
           05 OTA-REASON         PIC X(30).
