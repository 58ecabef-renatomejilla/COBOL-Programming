      *AUTHOR      : Renato D. Mejilla
      *DATE        : October 15, 2026
      *DESCRIPTION : Runs a saved query from querydef.dat (kept by
      *              QUERY-MAINT) against the SQLite warehouse that
      *              OPS-DW-LOAD and EMP-SQLITE-SYNC fill, so a
      *              question of the warehouse no longer needs a new
      *              program modeled on SQLiteDemo. Prompts for the
      *              query's parameters by type, builds the SELECT
      *              from its columns and its FROM text with the
      *              parameters in place of &1 to &3 (text and dates
      *              quoted, quotes inside doubled), and writes the
      *              rows either as a paginated report, qryrun.rpt,
      *              with the banner page, the query's headings and
      *              widths, and an entry in the report registry, or
      *              as a CSV extract, qryrun.csv, headed by the
      *              column headings. Each row comes back as a single
      *              tab-separated value so one cursor serves every
      *              query. SQL failures log through the established
      *              sqlerror.log layout. Built for the SQLite ODBC
      *              setup described in WinSQLite.cob.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUERY-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERY-FILE ASSIGN TO "querydef.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QDF-NAME
               FILE STATUS IS QUERY-STATUS.

           SELECT SQL-ERROR-LOG ASSIGN TO "sqlerror.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "qryrun.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "qryrun.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUERY-FILE.
       COPY QRYDEF.

       FD  SQL-ERROR-LOG.
       01  ERR-LOG-RECORD.
           05  ERR-LOG-TIMESTAMP   PIC X(21).
           05  FILLER              PIC X VALUE SPACE.
           05  ERR-LOG-SQLCODE     PIC -(9).
           05  FILLER              PIC X VALUE SPACE.
           05  ERR-LOG-STATEMENT   PIC X(256).
           05  FILLER              PIC X VALUE SPACE.
           05  ERR-LOG-MESSAGE     PIC X(70).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE            PIC X(600).

       WORKING-STORAGE SECTION.
       01  SQL-CA.
           05  SQLCODE        PIC S9(9) COMP-5.
           05  SQLERRM        PIC X(70).
       01  DB-CONNECTION     PIC X(100).
       01  DB-STATEMENT      PIC X(1000).
       01  OUT-ROW           PIC X(600).
       01  QUERY-STATUS      PIC XX.
       01  ERR-LOG-STATUS    PIC XX.
       01  REPORT-STATUS     PIC XX.
       01  EXTRACT-STATUS    PIC XX.
       01  WS-RUN-DATE       PIC 9(8).
       01  WS-OPERATOR-ID    PIC X(8) VALUE "BATCH".
       01  WS-SGN-PTR        USAGE POINTER.
       01  WS-NAME-IN        PIC X(8).
       01  WS-OUTPUT-IN      PIC X.
       01  WS-LIST-COUNT     PIC 9(5).
       01  WS-PARMS-OK       PIC X.
       01  WS-IDX            PIC 99.
       01  WS-POS            PIC 9(4).
       01  WS-CHR-IDX        PIC 99.
       01  WS-STMT-PTR       PIC 9(4).
       01  WS-FROM-LEN       PIC 9(4).
       01  WS-PARM-NO        PIC 9.
       01  WS-PARM-IN        PIC X(40) OCCURS 3 TIMES.
       01  WS-PARM-SQL       PIC X(90) OCCURS 3 TIMES.
       01  WS-PARM-SQL-LEN   PIC 99 OCCURS 3 TIMES.
       01  WS-COL-VALUE      PIC X(60) OCCURS 8 TIMES.
       01  WS-COL-POS        PIC 999 OCCURS 8 TIMES.
       01  WS-WORK-VALUE     PIC X(60).
       01  WS-VALUE-LEN      PIC 99.
       01  WS-QUOTE-COUNT    PIC 99.
       01  WS-CSV-PTR        PIC 9(4).
       01  WS-ROW-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-SQL-FAILED     PIC X VALUE "N".
       01  WS-RPT-PAGE       PIC 999 VALUE ZERO.
       01  WS-RPT-LINE-COUNT PIC 999 VALUE 99.
       01  WS-TAB            PIC X VALUE X"09".
       COPY DATESRV.
       COPY RPTREG.

       01  RPT-TITLE-LINE.
           05  RPT-TITLE-TEXT PIC X(40).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RPT-TITLE-NAME PIC X(8).
           05  FILLER         PIC X(10) VALUE "  Run on: ".
           05  RPT-RUN-DATE   PIC 9(8).
           05  FILLER         PIC X(10) VALUE SPACES.
           05  FILLER         PIC X(6)  VALUE "Page: ".
           05  RPT-PAGE-NO    PIC ZZ9.
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL  PIC X(30).
           05  RPT-TOT-COUNT  PIC Z(6)9.

       LINKAGE SECTION.
       COPY SIGNON.

       PROCEDURE DIVISION USING SIGNON-AREA.
       MAIN-SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           SET WS-SGN-PTR TO ADDRESS OF SIGNON-AREA.
           IF WS-SGN-PTR NOT = NULL
               IF SGN-SIGNED-ON = "Y"
                   MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
               END-IF
           END-IF.

           OPEN INPUT QUERY-FILE.
           IF QUERY-STATUS NOT = "00"
               DISPLAY "querydef.dat not found - define queries "
                   "through QUERY-MAINT first."
               GOBACK
           END-IF.
           PERFORM SELECT-QUERY.
           CLOSE QUERY-FILE.
           IF QDF-NAME = SPACES
               GOBACK
           END-IF.

           PERFORM ACCEPT-PARAMETERS.
           IF WS-PARMS-OK NOT = "Y"
               DISPLAY "Query not run."
               GOBACK
           END-IF.
           DISPLAY "Output - R report, C CSV extract: "
               WITH NO ADVANCING.
           ACCEPT WS-OUTPUT-IN.
           MOVE FUNCTION UPPER-CASE(WS-OUTPUT-IN) TO WS-OUTPUT-IN.
           IF WS-OUTPUT-IN NOT = "C"
               MOVE "R" TO WS-OUTPUT-IN
           END-IF.
           PERFORM BUILD-STATEMENT.

           OPEN EXTEND SQL-ERROR-LOG.
           IF ERR-LOG-STATUS = "35"
               OPEN OUTPUT SQL-ERROR-LOG
           END-IF.

           DISPLAY "Connecting to SQLite Database".
           MOVE "DSN=SQLiteDSN" TO DB-CONNECTION.
           EXEC SQL CONNECT TO :DB-CONNECTION END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "EXEC SQL CONNECT" TO DB-STATEMENT
               PERFORM LOG-SQL-ERROR
               DISPLAY "Error connecting to database: " SQLERRM
               CLOSE SQL-ERROR-LOG
               GOBACK
           END-IF.

           IF WS-OUTPUT-IN = "C"
               OPEN OUTPUT EXTRACT-FILE
               PERFORM WRITE-CSV-HEADING
           ELSE
               PERFORM OPEN-QUERY-REPORT
           END-IF.

           PERFORM RUN-QUERY.

           DISPLAY "Disconnecting from Database".
           EXEC SQL DISCONNECT END-EXEC.
           IF SQLCODE NOT = 0
              MOVE "EXEC SQL DISCONNECT" TO DB-STATEMENT
              PERFORM LOG-SQL-ERROR
              DISPLAY "Error disconnecting: " SQLERRM
           END-IF.
           CLOSE SQL-ERROR-LOG.

           IF WS-OUTPUT-IN = "C"
               CLOSE EXTRACT-FILE
               DISPLAY WS-ROW-COUNT " row(s) written to qryrun.csv."
           ELSE
               PERFORM CLOSE-QUERY-REPORT
               DISPLAY WS-ROW-COUNT " row(s) written to qryrun.rpt."
           END-IF.
           IF WS-SQL-FAILED = "Y"
               DISPLAY "The query failed - see sqlerror.log."
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A blank name lists what is on file and asks again.
       SELECT-QUERY.
           MOVE SPACES TO QDF-NAME.
           PERFORM UNTIL QDF-NAME NOT = SPACES
               DISPLAY "Query name (blank to list, * to quit): "
                   WITH NO ADVANCING
               ACCEPT WS-NAME-IN
               MOVE FUNCTION UPPER-CASE(WS-NAME-IN) TO WS-NAME-IN
               EVALUATE TRUE
                   WHEN WS-NAME-IN = "*"
                       EXIT PERFORM
                   WHEN WS-NAME-IN = SPACES
                       PERFORM LIST-QUERIES
                   WHEN OTHER
                       MOVE WS-NAME-IN TO QDF-NAME
                       READ QUERY-FILE
                           INVALID KEY
                               DISPLAY "No query "
                                   FUNCTION TRIM(WS-NAME-IN)
                                   " on file."
                               MOVE SPACES TO QDF-NAME
                       END-READ
               END-EVALUATE
           END-PERFORM.

       LIST-QUERIES.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO QDF-NAME.
           START QUERY-FILE KEY IS NOT LESS THAN QDF-NAME
               INVALID KEY
                   DISPLAY "No queries on file."
                   MOVE SPACES TO QDF-NAME
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL QUERY-STATUS NOT = "00"
               READ QUERY-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-LIST-COUNT
               DISPLAY "  " QDF-NAME "  " QDF-TITLE
           END-PERFORM.
           MOVE "00" TO QUERY-STATUS.
           MOVE SPACES TO QDF-NAME.

      * Each parameter is checked by its type and turned into the SQL
      * literal that replaces its &n: a number as keyed, text and
      * dates in single quotes with any quote inside doubled.
       ACCEPT-PARAMETERS.
           MOVE "Y" TO WS-PARMS-OK.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > QDF-PARM-COUNT
               DISPLAY FUNCTION TRIM(QDF-PARM-PROMPT(WS-IDX)) ": "
                   WITH NO ADVANCING
               ACCEPT WS-PARM-IN(WS-IDX)
               EVALUATE TRUE
                   WHEN QDF-PARM-NUMBER(WS-IDX)
                       PERFORM CHECK-NUMBER-PARM
                   WHEN QDF-PARM-DATE(WS-IDX)
                       PERFORM CHECK-DATE-PARM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM QUOTE-PARAMETER
           END-PERFORM.

       CHECK-NUMBER-PARM.
           MOVE WS-PARM-IN(WS-IDX) TO WS-WORK-VALUE.
           PERFORM FIND-VALUE-LENGTH.
           IF WS-VALUE-LEN = ZERO
               DISPLAY "A number is required."
               MOVE "N" TO WS-PARMS-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-WORK-VALUE(1:WS-VALUE-LEN) NOT NUMERIC
               DISPLAY FUNCTION TRIM(WS-PARM-IN(WS-IDX))
                   " is not a whole number."
               MOVE "N" TO WS-PARMS-OK
           END-IF.

       CHECK-DATE-PARM.
           MOVE WS-PARM-IN(WS-IDX) TO WS-WORK-VALUE.
           PERFORM FIND-VALUE-LENGTH.
           IF WS-VALUE-LEN NOT = 8
                   OR WS-WORK-VALUE(1:8) NOT NUMERIC
               DISPLAY "A date is keyed as YYYYMMDD."
               MOVE "N" TO WS-PARMS-OK
               EXIT PARAGRAPH
           END-IF.
           SET DSRV-VALIDATE TO TRUE.
           MOVE WS-WORK-VALUE(1:8) TO DSRV-DATE-A.
           CALL "DATE-SERVICES" USING DATE-SRV-AREA.
           IF DSRV-VALID-FLAG NOT = "Y"
               DISPLAY WS-WORK-VALUE(1:8) " is not a valid date."
               MOVE "N" TO WS-PARMS-OK
           END-IF.

       QUOTE-PARAMETER.
           MOVE WS-PARM-IN(WS-IDX) TO WS-WORK-VALUE.
           PERFORM FIND-VALUE-LENGTH.
           MOVE SPACES TO WS-PARM-SQL(WS-IDX).
           IF QDF-PARM-NUMBER(WS-IDX)
               IF WS-VALUE-LEN > ZERO
                   MOVE WS-WORK-VALUE(1:WS-VALUE-LEN)
                       TO WS-PARM-SQL(WS-IDX)
               END-IF
               MOVE WS-VALUE-LEN TO WS-PARM-SQL-LEN(WS-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-POS.
           STRING "'" DELIMITED BY SIZE
               INTO WS-PARM-SQL(WS-IDX) WITH POINTER WS-POS.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > WS-VALUE-LEN
               IF WS-WORK-VALUE(WS-CHR-IDX:1) = "'"
                   STRING "''" DELIMITED BY SIZE
                       INTO WS-PARM-SQL(WS-IDX) WITH POINTER WS-POS
               ELSE
                   STRING WS-WORK-VALUE(WS-CHR-IDX:1)
                       DELIMITED BY SIZE
                       INTO WS-PARM-SQL(WS-IDX) WITH POINTER WS-POS
               END-IF
           END-PERFORM.
           STRING "'" DELIMITED BY SIZE
               INTO WS-PARM-SQL(WS-IDX) WITH POINTER WS-POS.
           COMPUTE WS-PARM-SQL-LEN(WS-IDX) = WS-POS - 1.

      * WS-VALUE-LEN is the length of WS-WORK-VALUE up to its last
      * non-blank character, zero when it is all blank.
       FIND-VALUE-LENGTH.
           MOVE 60 TO WS-VALUE-LEN.
           PERFORM UNTIL WS-VALUE-LEN = ZERO
               IF WS-WORK-VALUE(WS-VALUE-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-VALUE-LEN
           END-PERFORM.

      * SELECT col1 || tab || col2 ... AS qry_row FROM ..., every
      * column cast to text with a null shown as blank, so each row
      * fetches into the one host variable.
       BUILD-STATEMENT.
           MOVE SPACES TO DB-STATEMENT.
           MOVE 1 TO WS-STMT-PTR.
           STRING "SELECT " DELIMITED BY SIZE
               INTO DB-STATEMENT WITH POINTER WS-STMT-PTR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > QDF-COL-COUNT
               IF WS-IDX > 1
                   STRING " || char(9) || " DELIMITED BY SIZE
                       INTO DB-STATEMENT WITH POINTER WS-STMT-PTR
               END-IF
               STRING "COALESCE(CAST((" DELIMITED BY SIZE
                   FUNCTION TRIM(QDF-COL-EXPR(WS-IDX))
                       DELIMITED BY SIZE
                   ") AS TEXT), '')" DELIMITED BY SIZE
                   INTO DB-STATEMENT WITH POINTER WS-STMT-PTR
           END-PERFORM.
           STRING " AS qry_row " DELIMITED BY SIZE
               INTO DB-STATEMENT WITH POINTER WS-STMT-PTR.

           MOVE 200 TO WS-FROM-LEN.
           PERFORM UNTIL WS-FROM-LEN = ZERO
               IF QDF-FROM(WS-FROM-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-FROM-LEN
           END-PERFORM.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-POS > WS-FROM-LEN
               MOVE ZERO TO WS-PARM-NO
               IF QDF-FROM(WS-POS:1) = "&" AND WS-POS < WS-FROM-LEN
                   IF QDF-FROM(WS-POS + 1:1) IS NUMERIC
                       MOVE QDF-FROM(WS-POS + 1:1) TO WS-PARM-NO
                   END-IF
               END-IF
               IF WS-PARM-NO > ZERO AND WS-PARM-NO <= QDF-PARM-COUNT
                   IF WS-PARM-SQL-LEN(WS-PARM-NO) > ZERO
                       STRING WS-PARM-SQL(WS-PARM-NO)
                           (1:WS-PARM-SQL-LEN(WS-PARM-NO))
                           DELIMITED BY SIZE
                           INTO DB-STATEMENT WITH POINTER WS-STMT-PTR
                   END-IF
                   ADD 2 TO WS-POS
               ELSE
                   STRING QDF-FROM(WS-POS:1) DELIMITED BY SIZE
                       INTO DB-STATEMENT WITH POINTER WS-STMT-PTR
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM.
           STRING ";" DELIMITED BY SIZE
               INTO DB-STATEMENT WITH POINTER WS-STMT-PTR.

       RUN-QUERY.
           EXEC SQL PREPARE QRY-STMT FROM :DB-STATEMENT END-EXEC.
           EXEC SQL DECLARE QRY-CURSOR CURSOR FOR QRY-STMT
           END-EXEC.
           EXEC SQL OPEN QRY-CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM LOG-SQL-ERROR
               DISPLAY "Error running query: " SQLERRM
               MOVE "Y" TO WS-SQL-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE SPACES TO OUT-ROW
               EXEC SQL
                   FETCH QRY-CURSOR INTO :OUT-ROW
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-ROW-COUNT
                   PERFORM SPLIT-ROW
                   IF WS-OUTPUT-IN = "C"
                       PERFORM WRITE-CSV-ROW
                   ELSE
                       PERFORM WRITE-REPORT-ROW
                   END-IF
               END-IF
           END-PERFORM.
      * 100 is the end of the rows; anything else failed mid-fetch.
           IF SQLCODE NOT = 100
               PERFORM LOG-SQL-ERROR
               DISPLAY "Error fetching query rows: " SQLERRM
               MOVE "Y" TO WS-SQL-FAILED
           END-IF.
           EXEC SQL CLOSE QRY-CURSOR END-EXEC.

       SPLIT-ROW.
           MOVE SPACES TO WS-COL-VALUE(1) WS-COL-VALUE(2)
               WS-COL-VALUE(3) WS-COL-VALUE(4) WS-COL-VALUE(5)
               WS-COL-VALUE(6) WS-COL-VALUE(7) WS-COL-VALUE(8).
           UNSTRING OUT-ROW DELIMITED BY WS-TAB
               INTO WS-COL-VALUE(1) WS-COL-VALUE(2)
                   WS-COL-VALUE(3) WS-COL-VALUE(4)
                   WS-COL-VALUE(5) WS-COL-VALUE(6)
                   WS-COL-VALUE(7) WS-COL-VALUE(8).

      * Columns print left to right at their defined widths with one
      * space between; QUERY-MAINT keeps the total within the line.
       OPEN-QUERY-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO RRG-REPORT-NAME.
           STRING "QUERY " QDF-NAME DELIMITED BY SIZE
               INTO RRG-REPORT-NAME.
           MOVE "qryrun.rpt" TO RRG-FILE-NAME.
           MOVE WS-OPERATOR-ID TO RRG-OPERATOR.
           MOVE SPACES TO RRG-CRITERIA.
           MOVE 1 TO WS-POS.
           STRING QDF-NAME DELIMITED BY SPACE
               INTO RRG-CRITERIA WITH POINTER WS-POS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > QDF-PARM-COUNT
               STRING " &" WS-IDX(2:1) "=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PARM-IN(WS-IDX))
                       DELIMITED BY SIZE
                   INTO RRG-CRITERIA WITH POINTER WS-POS
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-PERFORM.
           COPY RPTBAN REPLACING ==BAN-LINE== BY ==REPORT-LINE==.
           MOVE 1 TO WS-POS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > QDF-COL-COUNT
               MOVE WS-POS TO WS-COL-POS(WS-IDX)
               COMPUTE WS-POS = WS-POS + QDF-COL-WIDTH(WS-IDX) + 1
           END-PERFORM.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-RPT-PAGE.
           IF WS-RPT-PAGE > 1
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE QDF-TITLE TO RPT-TITLE-TEXT.
           MOVE QDF-NAME TO RPT-TITLE-NAME.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE.
           MOVE WS-RPT-PAGE TO RPT-PAGE-NO.
           WRITE REPORT-LINE FROM RPT-TITLE-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > QDF-COL-COUNT
               MOVE QDF-COL-HEAD(WS-IDX) TO REPORT-LINE
                   (WS-COL-POS(WS-IDX):QDF-COL-WIDTH(WS-IDX))
           END-PERFORM.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > QDF-COL-COUNT
               MOVE ALL "-" TO REPORT-LINE
                   (WS-COL-POS(WS-IDX):QDF-COL-WIDTH(WS-IDX))
           END-PERFORM.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-RPT-LINE-COUNT.

       WRITE-REPORT-ROW.
           IF WS-RPT-LINE-COUNT >= 50
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > QDF-COL-COUNT
               MOVE WS-COL-VALUE(WS-IDX) TO REPORT-LINE
                   (WS-COL-POS(WS-IDX):QDF-COL-WIDTH(WS-IDX))
           END-PERFORM.
           WRITE REPORT-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.

       CLOSE-QUERY-REPORT.
           IF WS-RPT-PAGE = ZERO
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Rows returned               : " TO RPT-TOT-LABEL.
           MOVE WS-ROW-COUNT TO RPT-TOT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           IF WS-SQL-FAILED = "Y"
               MOVE "** QUERY FAILED - SEE sqlerror.log **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           MOVE WS-ROW-COUNT TO RRG-RECORD-COUNT.
           CALL "RPTREG" USING RPT-REG-AREA.

       WRITE-CSV-HEADING.
           MOVE SPACES TO EXTRACT-LINE.
           MOVE 1 TO WS-CSV-PTR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > QDF-COL-COUNT
               MOVE QDF-COL-HEAD(WS-IDX) TO WS-WORK-VALUE
               PERFORM APPEND-CSV-FIELD
           END-PERFORM.
           WRITE EXTRACT-LINE.

       WRITE-CSV-ROW.
           MOVE SPACES TO EXTRACT-LINE.
           MOVE 1 TO WS-CSV-PTR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > QDF-COL-COUNT
               MOVE WS-COL-VALUE(WS-IDX) TO WS-WORK-VALUE
               PERFORM APPEND-CSV-FIELD
           END-PERFORM.
           WRITE EXTRACT-LINE.

      * A field holding a comma or a double quote goes out quoted,
      * its quotes doubled; any other field goes out as it is.
       APPEND-CSV-FIELD.
           IF WS-IDX > 1
               STRING "," DELIMITED BY SIZE
                   INTO EXTRACT-LINE WITH POINTER WS-CSV-PTR
           END-IF.
           PERFORM FIND-VALUE-LENGTH.
           IF WS-VALUE-LEN = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QUOTE-COUNT.
           INSPECT WS-WORK-VALUE(1:WS-VALUE-LEN)
               TALLYING WS-QUOTE-COUNT FOR ALL "," ALL '"'.
           IF WS-QUOTE-COUNT = ZERO
               STRING WS-WORK-VALUE(1:WS-VALUE-LEN) DELIMITED BY SIZE
                   INTO EXTRACT-LINE WITH POINTER WS-CSV-PTR
               EXIT PARAGRAPH
           END-IF.
           STRING '"' DELIMITED BY SIZE
               INTO EXTRACT-LINE WITH POINTER WS-CSV-PTR.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > WS-VALUE-LEN
               IF WS-WORK-VALUE(WS-CHR-IDX:1) = '"'
                   STRING '""' DELIMITED BY SIZE
                       INTO EXTRACT-LINE WITH POINTER WS-CSV-PTR
               ELSE
                   STRING WS-WORK-VALUE(WS-CHR-IDX:1)
                       DELIMITED BY SIZE
                       INTO EXTRACT-LINE WITH POINTER WS-CSV-PTR
               END-IF
           END-PERFORM.
           STRING '"' DELIMITED BY SIZE
               INTO EXTRACT-LINE WITH POINTER WS-CSV-PTR.

       LOG-SQL-ERROR.
           MOVE FUNCTION CURRENT-DATE TO ERR-LOG-TIMESTAMP.
           MOVE SQLCODE TO ERR-LOG-SQLCODE.
           MOVE DB-STATEMENT TO ERR-LOG-STATEMENT.
           MOVE SQLERRM TO ERR-LOG-MESSAGE.
           WRITE ERR-LOG-RECORD.
