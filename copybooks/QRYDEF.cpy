      *> Author:      Renato D. Mejilla
      *> Description: QUERY-DEF-RECORD layout for querydef.dat, the
      *>              saved queries QUERY-RUN runs against the SQLite
      *>              warehouse OPS-DW-LOAD and EMP-SQLITE-SYNC fill.
      *>              One record per query, keyed on QDF-NAME. A query
      *>              is up to eight output columns - each a SQL
      *>              expression with its report heading and print
      *>              width - and the rest of the SELECT from FROM
      *>              on (WHERE, GROUP BY, ORDER BY). &1 to &3 in
      *>              QDF-FROM take the parameters QUERY-RUN prompts
      *>              for, by type:
      *>                N  a whole number, placed as keyed
      *>                T  text, placed in quotes
      *>                D  a date YYYYMMDD, checked and placed in
      *>                   quotes as the warehouse stores dates
      *>              Kept through QUERY-MAINT.
       01 QUERY-DEF-RECORD.
           05 QDF-NAME           PIC X(8).
           05 QDF-TITLE          PIC X(40).
           05 QDF-FROM           PIC X(200).
           05 QDF-PARM-COUNT     PIC 9.
           05 QDF-PARM OCCURS 3 TIMES.
              10 QDF-PARM-PROMPT    PIC X(30).
              10 QDF-PARM-TYPE      PIC X.
                 88 QDF-PARM-NUMBER    VALUE "N".
                 88 QDF-PARM-TEXT      VALUE "T".
                 88 QDF-PARM-DATE      VALUE "D".
           05 QDF-COL-COUNT      PIC 9.
           05 QDF-COL OCCURS 8 TIMES.
              10 QDF-COL-HEAD       PIC X(20).
              10 QDF-COL-WIDTH      PIC 99.
              10 QDF-COL-EXPR       PIC X(40).
           05 QDF-CHANGED-BY     PIC X(8).
           05 QDF-CHANGED-DATE   PIC 9(8).
