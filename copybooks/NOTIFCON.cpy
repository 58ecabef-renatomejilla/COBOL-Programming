      *> Author:      Renato D. Mejilla
      *> Description: NOTIF-CONTACT-RECORD layout for notifcon.dat,
      *>              where notifications are delivered: one record
      *>              per employee (type E, EMP-ID) or operator
      *>              (type O, OPER-ID) with an email address and a
      *>              mobile number. Neither master carries an email
      *>              address; an SMS to an employee with no contact
      *>              record goes to EMP-PHONE. Keyed on NCN-KEY and
      *>              kept through NOTIFY-MAINT.
       01 NOTIF-CONTACT-RECORD.
           05 NCN-KEY.
              10 NCN-TYPE        PIC X.
              10 NCN-ID          PIC X(15).
           05 NCN-EMAIL          PIC X(40).
           05 NCN-MOBILE         PIC X(15).
