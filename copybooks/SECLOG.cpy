      *>              unrecorded; now every add, password change,
      *>              lock-out and unlock is logged with a timestamp,
      *>              the acting operator, and the affected operator.
      *>              SCL-ACTION is ADD, PWD, LOCK or UNLK, or
      *>              KILL / IDLE when SESSCTL ends a menu session
      *>              by supervisor force or for idleness; the
      *>              acting operator is "SIGNON" when a lock-out
      *>              happens before anyone is authenticated. Set the
      *>              fields and CALL "SECLOG" USING SEC-LOG-AREA.
      *>              SCL-DETAIL carries what the action was about
      *>              where the action alone does not say - the
      *>              function code of a GRNT (grant) or RVOK
      *>              (revoke) on operfunc.dat; leave it spaces
      *>              otherwise.
      *>              SECLOG-REPORT lists the log.
       01 SEC-LOG-AREA.
           05 SCL-ACTION       PIC X(4).
           05 SCL-ACTING-OPER  PIC X(8).
           05 SCL-TARGET-OPER  PIC X(8).
           05 SCL-DETAIL       PIC X(10) VALUE SPACES.
