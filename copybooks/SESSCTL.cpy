      *> Author:      Renato D. Mejilla
      *> Description: Parameter area for SESSCTL, the menu session
      *>              manager over sessions.dat. Set SSC-FUNCTION and
      *>              the operator and CALL "SESSCTL" USING
      *>              SESS-CTL-AREA.
      *>                S start  - open a session; SSC-RESULT "U"
      *>                           when the operator already has a
      *>                           live one (its times come back in
      *>                           SSC-HOLDER-SIGNON/-ACTIVE). A
      *>                           session past the idle timeout is
      *>                           ended instead and the start goes
      *>                           through. SSC-SIGNON-TS comes back
      *>                           to identify this session.
      *>                T touch  - menu activity: "I" when the
      *>                           session sat idle past the timeout
      *>                           (it is ended), "X" when it is no
      *>                           longer on file (a supervisor
      *>                           ended it), else the activity time
      *>                           is refreshed.
      *>                R refresh- as T without the idle test, for
      *>                           the return from a called function.
      *>                E end    - normal sign-off.
      *>                F force  - a supervisor (SSC-ACTING-OPER)
      *>                           ends the operator's session.
      *>                W sweep  - end every idle session;
      *>                           SSC-ENDED-COUNT says how many.
      *>              Ending a session for idleness or by force drops
      *>              every lock the operator holds in locks.dat
      *>              (count in SSC-LOCKS-RELEASED) and is logged to
      *>              seclog.dat as IDLE or KILL. The timeout is
      *>              SESSION-IDLE-MINUTES in sysparm.dat (default
      *>              30; zero turns it off) and comes back in
      *>              SSC-IDLE-MINUTES.
       01 SESS-CTL-AREA.
           05 SSC-FUNCTION        PIC X.
              88 SSC-START            VALUE "S".
              88 SSC-TOUCH            VALUE "T".
              88 SSC-REFRESH          VALUE "R".
              88 SSC-END              VALUE "E".
              88 SSC-FORCE-END        VALUE "F".
              88 SSC-SWEEP            VALUE "W".
           05 SSC-OPERATOR-ID     PIC X(8).
           05 SSC-OPER-LEVEL      PIC 9.
           05 SSC-SIGNON-TS       PIC X(14).
           05 SSC-SELECTION       PIC XX.
           05 SSC-ACTING-OPER     PIC X(8).
           05 SSC-RESULT          PIC X.
              88 SSC-OK               VALUE "Y".
              88 SSC-IN-USE           VALUE "U".
              88 SSC-TIMED-OUT        VALUE "I".
              88 SSC-GONE             VALUE "X".
              88 SSC-NOT-FOUND        VALUE "N".
           05 SSC-HOLDER-SIGNON   PIC X(14).
           05 SSC-HOLDER-ACTIVE   PIC X(14).
           05 SSC-IDLE-MINUTES    PIC 9(4).
           05 SSC-LOCKS-RELEASED  PIC 9(3).
           05 SSC-ENDED-COUNT     PIC 9(3).
