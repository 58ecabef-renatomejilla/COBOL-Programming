      *> Author:      Renato D. Mejilla
      *> Description: Writes the standard warehouse queries to
      *>              querydef.dat - the questions the warehouse was
      *>              built to answer. COPY this text where the file
      *>              is found missing, with QUERY-FILE (dynamic or
      *>              random access) just opened OUTPUT under an FD
      *>              carrying QRYDEF.cpy, or over the file open I-O
      *>              to add any standard query missing - a name
      *>              already on file refuses the WRITE and keeps its
      *>              definition. QDF-CHANGED-BY and QDF-CHANGED-DATE
      *>              must be set by the caller first. The file is
      *>              left open for the caller to close.
           INITIALIZE QDF-PARM(1) QDF-PARM(2) QDF-PARM(3)
           INITIALIZE QDF-COL(1) QDF-COL(2) QDF-COL(3) QDF-COL(4)
               QDF-COL(5) QDF-COL(6) QDF-COL(7) QDF-COL(8)
           MOVE "CHGOPER" TO QDF-NAME
           MOVE "USER CHANGES PER OPERATOR PER MONTH" TO QDF-TITLE
           MOVE SPACES TO QDF-FROM
           STRING "FROM audit_log WHERE ts >= &1 "
               "GROUP BY operator, substr(ts, 1, 6) "
               "ORDER BY substr(ts, 1, 6), operator"
               DELIMITED BY SIZE INTO QDF-FROM
           MOVE 1 TO QDF-PARM-COUNT
           MOVE "Changes from (YYYYMMDD)" TO QDF-PARM-PROMPT(1)
           MOVE "D" TO QDF-PARM-TYPE(1)
           MOVE 3 TO QDF-COL-COUNT
           MOVE "MONTH" TO QDF-COL-HEAD(1)
           MOVE 6 TO QDF-COL-WIDTH(1)
           MOVE "substr(ts, 1, 6)" TO QDF-COL-EXPR(1)
           MOVE "OPERATOR" TO QDF-COL-HEAD(2)
           MOVE 8 TO QDF-COL-WIDTH(2)
           MOVE "operator" TO QDF-COL-EXPR(2)
           MOVE "CHANGES" TO QDF-COL-HEAD(3)
           MOVE 7 TO QDF-COL-WIDTH(3)
           MOVE "count(*)" TO QDF-COL-EXPR(3)
           WRITE QUERY-DEF-RECORD
           INITIALIZE QDF-PARM(1) QDF-PARM(2) QDF-PARM(3)
           INITIALIZE QDF-COL(1) QDF-COL(2) QDF-COL(3) QDF-COL(4)
               QDF-COL(5) QDF-COL(6) QDF-COL(7) QDF-COL(8)
           MOVE "JOBFAIL" TO QDF-NAME
           MOVE "BATCH RUNS THAT DID NOT COMPLETE" TO QDF-TITLE
           MOVE SPACES TO QDF-FROM
           STRING "FROM run_control WHERE trim(event) = 'END' "
               "AND trim(status) <> 'COMPLETE' AND ts >= &1 "
               "ORDER BY ts"
               DELIMITED BY SIZE INTO QDF-FROM
           MOVE 1 TO QDF-PARM-COUNT
           MOVE "Runs from (YYYYMMDD)" TO QDF-PARM-PROMPT(1)
           MOVE "D" TO QDF-PARM-TYPE(1)
           MOVE 5 TO QDF-COL-COUNT
           MOVE "ENDED" TO QDF-COL-HEAD(1)
           MOVE 14 TO QDF-COL-WIDTH(1)
           MOVE "ts" TO QDF-COL-EXPR(1)
           MOVE "PROGRAM" TO QDF-COL-HEAD(2)
           MOVE 20 TO QDF-COL-WIDTH(2)
           MOVE "trim(program)" TO QDF-COL-EXPR(2)
           MOVE "STATUS" TO QDF-COL-HEAD(3)
           MOVE 8 TO QDF-COL-WIDTH(3)
           MOVE "trim(status)" TO QDF-COL-EXPR(3)
           MOVE "READ" TO QDF-COL-HEAD(4)
           MOVE 7 TO QDF-COL-WIDTH(4)
           MOVE "read_count" TO QDF-COL-EXPR(4)
           MOVE "WRITTEN" TO QDF-COL-HEAD(5)
           MOVE 7 TO QDF-COL-WIDTH(5)
           MOVE "write_count" TO QDF-COL-EXPR(5)
           WRITE QUERY-DEF-RECORD
           INITIALIZE QDF-PARM(1) QDF-PARM(2) QDF-PARM(3)
           INITIALIZE QDF-COL(1) QDF-COL(2) QDF-COL(3) QDF-COL(4)
               QDF-COL(5) QDF-COL(6) QDF-COL(7) QDF-COL(8)
           MOVE "EMPBRNCH" TO QDF-NAME
           MOVE "EMPLOYEES AT A BRANCH" TO QDF-TITLE
           MOVE SPACES TO QDF-FROM
           STRING "FROM employee WHERE upper(trim(location)) = "
               "upper(&1) ORDER BY last_name, first_name"
               DELIMITED BY SIZE INTO QDF-FROM
           MOVE 1 TO QDF-PARM-COUNT
           MOVE "Branch" TO QDF-PARM-PROMPT(1)
           MOVE "T" TO QDF-PARM-TYPE(1)
           MOVE 4 TO QDF-COL-COUNT
           MOVE "EMP-ID" TO QDF-COL-HEAD(1)
           MOVE 6 TO QDF-COL-WIDTH(1)
           MOVE "emp_id" TO QDF-COL-EXPR(1)
           MOVE "SURNAME" TO QDF-COL-HEAD(2)
           MOVE 15 TO QDF-COL-WIDTH(2)
           MOVE "trim(last_name)" TO QDF-COL-EXPR(2)
           MOVE "FIRST NAME" TO QDF-COL-HEAD(3)
           MOVE 15 TO QDF-COL-WIDTH(3)
           MOVE "trim(first_name)" TO QDF-COL-EXPR(3)
           MOVE "PHONE" TO QDF-COL-HEAD(4)
           MOVE 11 TO QDF-COL-WIDTH(4)
           MOVE "phone" TO QDF-COL-EXPR(4)
           WRITE QUERY-DEF-RECORD.
