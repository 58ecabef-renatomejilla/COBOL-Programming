      *> Author:      Renato D. Mejilla
      *> Description: PPAY-LOG-RECORD layout for ppaylog.dat, the
      *>              positive-pay transmission log POSPAY keeps:
      *>              one record per check number and entry sent
      *>              (I issue, V void), with the date and the
      *>              pospay file that carried it, so a check is
      *>              never sent twice and a check on chkreg.dat
      *>              with no log record is one still to be sent.
      *>              COPY this under the FD of every program that
      *>              reads or writes ppaylog.dat.
       01 PPAY-LOG-RECORD.
           05 PPL-KEY.
               10 PPL-NUMBER     PIC 9(8).
               10 PPL-ACTION     PIC X.
                  88 PPL-ISSUE       VALUE "I".
                  88 PPL-VOID        VALUE "V".
           05 PPL-SENT-DATE  PIC 9(8).
           05 PPL-FILE-NAME  PIC X(30).
