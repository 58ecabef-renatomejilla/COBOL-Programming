      *> Author:      Renato D. Mejilla
      *> Description: End of the six-month probation that starts on
      *>              a hire date, shared by WS-INPUT, HR-HIRE-LOAD
      *>              and WS-EMP-MAINT. COPY this text into the
      *>              PROCEDURE DIVISION, REPLACING START-MM,
      *>              START-DD, START-YY with the hire date's PIC 99,
      *>              PIC 99 and PIC 9999 fields, END-DATE with the
      *>              PIC 9(8) field that receives the end as
      *>              YYYYMMDD, and WORK-MM, WORK-DD, WORK-YY and
      *>              DAYS-IN-MONTH with PIC 99 / 99 / 9999 / 99
      *>              working-storage fields owned by the calling
      *>              program. A start day the end month does not
      *>              have (31 August) ends on its last day.
           COMPUTE WORK-MM = START-MM + 6
           MOVE START-YY TO WORK-YY
           IF WORK-MM > 12
               SUBTRACT 12 FROM WORK-MM
               ADD 1 TO WORK-YY
           END-IF
           EVALUATE WORK-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO DAYS-IN-MONTH
               WHEN 2
                   IF FUNCTION MOD(WORK-YY, 400) = 0 OR
                      (FUNCTION MOD(WORK-YY, 4) = 0 AND
                       FUNCTION MOD(WORK-YY, 100) NOT = 0)
                       MOVE 29 TO DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DAYS-IN-MONTH
           END-EVALUATE
           MOVE START-DD TO WORK-DD
           IF WORK-DD > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO WORK-DD
           END-IF
           COMPUTE END-DATE = WORK-YY * 10000 + WORK-MM * 100
               + WORK-DD.
