      *> Author:      Renato D. Mejilla
      *> Description: SESSION-RECORD layout for sessions.dat, the
      *>              active menu sessions. MASTER-MENU writes one at
      *>              sign-on and deletes it at sign-off, keyed on the
      *>              operator, so a second concurrent sign-on for the
      *>              same operator finds the first. SES-SIGNON-TS
      *>              tells one session of an operator from the next;
      *>              SES-LAST-ACTIVE is the last menu activity, which
      *>              the idle timeout is measured from. Kept through
      *>              SESSCTL; listed and ended through
      *>              SESSION-DISPLAY.
       01 SESSION-RECORD.
           05 SES-OPER-ID      PIC X(8).
           05 SES-OPER-LEVEL   PIC 9.
           05 SES-SIGNON-TS    PIC X(14).
           05 SES-LAST-ACTIVE  PIC X(14).
           05 SES-LAST-SELECT  PIC XX.
