       01  WS-BATCH-APPLIED  PIC 9(5).
       01  WS-BATCH-FAILED   PIC X.
       01  WS-IN-EMP-ID      PIC 9(6).
           COPY EMPIDCHK.
       01  WS-IN-FIRST-NAME  PIC X(15).
       01  WS-IN-LAST-NAME   PIC X(15).
       01  WS-IN-ADDRESS     PIC X(30).
       INSERT-EMPLOYEE.
           DISPLAY "Employee ID: " WITH NO ADVANCING.
           ACCEPT WS-IN-EMP-ID.
           MOVE WS-IN-EMP-ID TO EIC-EMP-ID.
           PERFORM CHECK-EMP-ID-DIGIT.
           IF EIC-VALID NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "First Name: " WITH NO ADVANCING.
           ACCEPT WS-IN-FIRST-NAME.
           DISPLAY "Last Name: " WITH NO ADVANCING.
       QUERY-EMPLOYEE.
           DISPLAY "Employee ID to query: " WITH NO ADVANCING.
           ACCEPT WS-IN-EMP-ID.
           MOVE WS-IN-EMP-ID TO EIC-EMP-ID.
           PERFORM CHECK-EMP-ID-DIGIT.
           IF EIC-VALID NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO DB-STATEMENT.
           STRING "SELECT emp_id, first_name, last_name, address, "
       UPDATE-EMPLOYEE.
           DISPLAY "Employee ID to update: " WITH NO ADVANCING.
           ACCEPT WS-IN-EMP-ID.
           MOVE WS-IN-EMP-ID TO EIC-EMP-ID.
           PERFORM CHECK-EMP-ID-DIGIT.
           IF EIC-VALID NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "New Address: " WITH NO ADVANCING.
           ACCEPT WS-IN-ADDRESS.

       DELETE-EMPLOYEE.
           DISPLAY "Employee ID to delete: " WITH NO ADVANCING.
           ACCEPT WS-IN-EMP-ID.
           MOVE WS-IN-EMP-ID TO EIC-EMP-ID.
           PERFORM CHECK-EMP-ID-DIGIT.
           IF EIC-VALID NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO DB-STATEMENT.
           STRING "DELETE FROM employee WHERE emp_id = "
           END-IF.

       APPLY-ONE-BATCH-CHANGE.
           MOVE BAT-EMP-ID TO EIC-EMP-ID.
           PERFORM CHECK-EMP-ID-DIGIT.
           IF EIC-VALID NOT = "Y"
               MOVE -1 TO SQLCODE
               MOVE EIC-MESSAGE TO SQLERRM
               MOVE "BATCH EMPLOYEE ID CHECK" TO DB-STATEMENT
               PERFORM LOG-SQL-ERROR
               DISPLAY "Batch change " WS-BATCH-READ " failed: "
                   SQLERRM
               MOVE "Y" TO WS-BATCH-FAILED
               EXIT PARAGRAPH
           END-IF.
           EVALUATE BAT-ACTION
               WHEN "I"
                   MOVE SPACES TO DB-STATEMENT
               ADD 1 TO WS-BATCH-APPLIED
           END-IF.

      * Every employee ID keyed or fed from sqlbatch.dat carries its
      * check digit (EMPIDCHK); a mistyped one never reaches the
      * employee table.
       CHECK-EMP-ID-DIGIT.
           SET EIC-VALIDATE TO TRUE.
           CALL "EMPIDCHK" USING EMP-ID-CHK-AREA.
           IF EIC-VALID NOT = "Y"
               DISPLAY FUNCTION TRIM(EIC-MESSAGE) "."
           END-IF.

       WAIT-ONE-SECOND.
           CALL "C$SLEEP" USING WS-SLEEP-SECONDS.

