           SELECT PRINT-FILE ASSIGN TO "runstats.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "./data/alerts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT SQLERR-FILE ASSIGN TO "./data/sqlerr.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQLERR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNSTATS-FILE.
           COPY RUNSTATS.
       FD  PRINT-FILE.
       01  PRINT-LINE          PIC X(100).
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALERT.
       FD  SQLERR-FILE.
       01  SQLERR-RECORD.
           COPY SQLERR.
       WORKING-STORAGE SECTION.
       77 RUNSTATS-FILE-STATUS PIC X(02).
       77 PRINT-FILE-STATUS PIC X(02).
           02 FILLER       PIC X(14) VALUE IS "  EXCEPTIONS: ".
           02 TRL-FLAGS    PIC ZZZZZ9.
       77 RUN-DATE         PIC 9(8).
      *    OPERATIONS ALERT QUEUE - SEE POST-ALERT
       77 ALERT-FILE-STATUS PIC X(02).
       77 ALERT-SEVERITY-WS PIC X(4).
       77 ALERT-KEY-WS     PIC X(20).
       77 ALERT-TEXT-WS    PIC X(50).
       77 ALERT-DATE-WS    PIC 9(8).
       77 ALERT-TIME-WS    PIC 9(8).
      *    ALERTS THIS PROGRAM HAS ALREADY RAISED - IT RE-READS ITS
      *    WHOLE INPUT EVERY RUN, SO EACH EXCEPTION IS POSTED ONCE.
      *    THEY ARE LOOKED UP IN AN INDEXED WORK TABLE IN A PRIVATE
      *    IN-MEMORY DATABASE - alerts.log IS NEVER PRUNED, SO THERE
      *    CAN BE NO CEILING. IF THE TABLE CANNOT BE BUILT OR SEARCHED
      *    NOTHING MORE IS POSTED AND THE RUN ENDS IN ERROR
       77 SQLITE           POINTER.
       77 POSTED-STMT      POINTER.
       77 ERROR-CODE       PIC S9(5) USAGE IS COMP-5.
       77 STEP-CODE        PIC S9(5) USAGE IS COMP-5.
       77 SQLITE-ROW       PIC S9(5) USAGE IS COMP-5 VALUE IS 100.
       77 SQL-QUERY        PIC X(200).
       01 POSTED-DB-NAME.
           02 FILLER       PIC X(8)  VALUE IS ":memory:".
           02 FILLER       PIC X     VALUE IS LOW-VALUE.
       01 POSTED-KEY.
           02 PST-KEY      PIC X(20).
           02 PST-TEXT     PIC X(50).
       01 ESCAPED-KEY-REC.
           02 ESCAPED-KEY  PIC X(140) VALUE IS SPACES.
           02 ESCAPED-KEY-CHARS REDEFINES ESCAPED-KEY.
               03 ESCAPED-KEY-CHAR PIC X OCCURS 140 TIMES.
       77 POSTED-KEY-IDX   PIC S9(4) USAGE IS COMP-5.
       77 ESC-KEY-IDX      PIC S9(4) USAGE IS COMP-5.
       77 POSTED-COUNT     PIC S9(9) USAGE IS COMP-5.
       77 POSTED-FOUND     PIC X.
       77 POSTED-FAILED    PIC X     VALUE IS "N".
       77 SQLERR-FILE-STATUS PIC X(02).
       77 SQLERR-WHERE     PIC X(30).
       77 SQLERR-STATEMENT PIC X(60).
       77 SQLERR-STEP-WS   PIC X(4).
       77 SQLERR-DB-RC     PIC S9(5) USAGE IS COMP-5.
       77 SQLERR-MSG-PTR   POINTER.
       77 SQLERR-MSG-TEXT  PIC X(60) BASED.
       77 SQLERR-DATE-WS   PIC 9(8).
       77 SQLERR-TIME-WS   PIC 9(8).
       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM HEADER-2

           PERFORM LOAD-POSTED-ALERTS

           PERFORM REPORT-RUN-LINE THRU REPORT-RUN-LINE-EXIT
               UNTIL RUNSTATS-FILE-STATUS IS EQUAL TO "10"


           DISPLAY RUN-TOTAL " RUNS REPORTED, " FLAG-TOTAL
               " EXCEPTIONS"

           CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
           END-CALL

           IF POSTED-FAILED IS EQUAL TO "Y" THEN
               DISPLAY "POSTED-ALERT LOOKUP FAILED - ALERTS NOT POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZERO TO RETURN-CODE
           STOP RUN.

               ADD 1 TO FLAG-TOTAL
           END-IF

           IF RS-STATUS IS EQUAL TO "TOLA" OR
               RS-STATUS IS EQUAL TO "TOLW" THEN
               MOVE "REJECT TOLERANCE BREACHED" TO DET-FLAG
           END-IF

           PERFORM CHECK-COUNT-TREND

           IF DET-FLAG IS NOT EQUAL TO SPACES THEN
               PERFORM ALERT-RUN-EXCEPTION
           END-IF

           WRITE PRINT-LINE FROM DETAIL-LINE.

       REPORT-RUN-LINE-EXIT.

           MOVE RS-WRITTEN TO PRI-WRITTEN(PRIOR-FOUND).

      *    A FLAGGED RUN GOES ON THE ALERT QUEUE KEYED BY WHEN IT
      *    ENDED - A FAILED RUN IS CRITICAL, ANYTHING ELSE A WARNING
       ALERT-RUN-EXCEPTION.
           IF RS-STATUS IS EQUAL TO "ERR" OR
               RS-STATUS IS EQUAL TO "TOLA" THEN
               MOVE "CRIT" TO ALERT-SEVERITY-WS
           ELSE
               MOVE "WARN" TO ALERT-SEVERITY-WS
           END-IF

           MOVE SPACES TO ALERT-KEY-WS
           STRING RS-END-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RS-END-TIME DELIMITED BY SIZE
               INTO ALERT-KEY-WS
           END-STRING
           MOVE SPACES TO ALERT-TEXT-WS
           STRING RS-PROGRAM DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               DET-FLAG DELIMITED BY SIZE
               INTO ALERT-TEXT-WS
           END-STRING
           PERFORM POST-NEW-ALERT.

       LOAD-POSTED-ALERTS.
           SET SQLITE TO NULL
           PERFORM OPEN-POSTED-TABLE

           IF POSTED-FAILED IS EQUAL TO "Y" THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ALERT-FILE

           IF ALERT-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM LOAD-ONE-POSTED THRU LOAD-ONE-POSTED-EXIT
                   UNTIL ALERT-FILE-STATUS IS EQUAL TO "10"
                   OR POSTED-FAILED IS EQUAL TO "Y"
               CLOSE ALERT-FILE
           END-IF

           PERFORM END-POSTED-LOAD.

       LOAD-ONE-POSTED.
           READ ALERT-FILE
               AT END
                   MOVE "10" TO ALERT-FILE-STATUS
                   GO TO LOAD-ONE-POSTED-EXIT
           END-READ

           IF ALR-PROGRAM IS EQUAL TO "COBOL-SQLITE-STATRPT" THEN
               MOVE ALR-KEY TO PST-KEY
               MOVE ALR-TEXT TO PST-TEXT
               PERFORM REMEMBER-POSTED-KEY
           END-IF.

       LOAD-ONE-POSTED-EXIT.
           EXIT.

      *    POST THE ALERT UNLESS AN EARLIER RUN ALREADY DID
       POST-NEW-ALERT.
           IF POSTED-FAILED IS EQUAL TO "Y" THEN
               EXIT PARAGRAPH
           END-IF

           MOVE ALERT-KEY-WS TO PST-KEY
           MOVE ALERT-TEXT-WS TO PST-TEXT
           PERFORM SEARCH-POSTED-KEY

           IF POSTED-FOUND IS EQUAL TO "Y" OR
               POSTED-FAILED IS EQUAL TO "Y" THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM REMEMBER-POSTED-KEY
           PERFORM POST-ALERT.

      *    WORK TABLE OF POSTED ALERTS - ONE ROW PER KEY AND TEXT,
      *    THE ONES ALREADY ON alerts.log LOADED AS ONE TRANSACTION.
      *    ANY FAILURE SETS POSTED-FAILED
       OPEN-POSTED-TABLE.
           MOVE "N" TO POSTED-FAILED

           CALL STATIC "sqlite3_open" USING
               BY REFERENCE POSTED-DB-NAME
               BY REFERENCE SQLITE
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "OPEN-POSTED-TABLE" TO SQLERR-WHERE
               MOVE ":memory:" TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               MOVE "Y" TO POSTED-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "CREATE TABLE POSTED(K TEXT PRIMARY KEY);BEGIN;"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "OPEN-POSTED-TABLE" TO SQLERR-WHERE
           PERFORM RUN-POSTED-STATEMENT.

       REMEMBER-POSTED-KEY.
           PERFORM ESCAPE-POSTED-KEY
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "INSERT OR IGNORE INTO POSTED VALUES('"
               DELIMITED BY SIZE
               ESCAPED-KEY(1:ESC-KEY-IDX) DELIMITED BY SIZE
               "');" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "REMEMBER-POSTED-KEY" TO SQLERR-WHERE
           PERFORM RUN-POSTED-STATEMENT.

       END-POSTED-LOAD.
           IF POSTED-FAILED IS EQUAL TO "Y" THEN
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY
           MOVE "COMMIT;" TO SQL-QUERY(1:7)
           MOVE "END-POSTED-LOAD" TO SQLERR-WHERE
           PERFORM RUN-POSTED-STATEMENT.

       SEARCH-POSTED-KEY.
           MOVE "N" TO POSTED-FOUND
           PERFORM ESCAPE-POSTED-KEY
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM POSTED WHERE K='"
               DELIMITED BY SIZE
               ESCAPED-KEY(1:ESC-KEY-IDX) DELIMITED BY SIZE
               "';" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE -1
               BY REFERENCE POSTED-STMT
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "SEARCH-POSTED-KEY" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               MOVE "Y" TO POSTED-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE POSTED-STMT
               RETURNING STEP-CODE
           END-CALL

           MOVE ZERO TO POSTED-COUNT

           IF STEP-CODE IS EQUAL TO SQLITE-ROW THEN
               CALL STATIC "sqlite3_column_int" USING
                   BY VALUE POSTED-STMT
                   BY VALUE 0
                   RETURNING POSTED-COUNT
               END-CALL
           ELSE
               MOVE STEP-CODE TO ERROR-CODE
               MOVE "SEARCH-POSTED-KEY" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               MOVE "Y" TO POSTED-FAILED
           END-IF

           CALL STATIC "sqlite3_finalize" USING BY VALUE POSTED-STMT
           END-CALL

           IF POSTED-COUNT IS GREATER THAN ZERO THEN
               MOVE "Y" TO POSTED-FOUND
           END-IF.

       RUN-POSTED-STATEMENT.
           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               MOVE "Y" TO POSTED-FAILED
           END-IF.

      *    QUOTES IN THE KEY OR TEXT (A TERMINAL OR PROGRAM NAME) ARE
      *    DOUBLED FOR THE SQL LITERAL; ESC-KEY-IDX ENDS UP AS ITS
      *    LENGTH
       ESCAPE-POSTED-KEY.
           MOVE SPACES TO ESCAPED-KEY
           MOVE ZERO TO ESC-KEY-IDX

           PERFORM VARYING POSTED-KEY-IDX FROM 1 BY 1
               UNTIL POSTED-KEY-IDX > 70
               ADD 1 TO ESC-KEY-IDX
               MOVE POSTED-KEY(POSTED-KEY-IDX:1)
                   TO ESCAPED-KEY-CHAR(ESC-KEY-IDX)

               IF POSTED-KEY(POSTED-KEY-IDX:1) IS EQUAL TO "'" THEN
                   ADD 1 TO ESC-KEY-IDX
                   MOVE "'" TO ESCAPED-KEY-CHAR(ESC-KEY-IDX)
               END-IF
           END-PERFORM.

      *    ONE LINE ON THE OPERATIONS ALERT QUEUE - THE CALLER SETS
      *    ALERT-SEVERITY-WS, ALERT-KEY-WS AND ALERT-TEXT-WS. OPEN
      *    ALERTS ARE LISTED AND ACKNOWLEDGED FROM THE SUPERVISOR MENU
      *    OF COBOL-SQLITE.
       POST-ALERT.
           ACCEPT ALERT-DATE-WS FROM DATE YYYYMMDD
           ACCEPT ALERT-TIME-WS FROM TIME

           MOVE SPACES TO ALERT-RECORD
           MOVE ALERT-DATE-WS TO ALR-DATE
           MOVE ALERT-TIME-WS TO ALR-TIME
           MOVE ALERT-SEVERITY-WS TO ALR-SEVERITY
           MOVE "COBOL-SQLITE-STATRPT" TO ALR-PROGRAM
           MOVE ALERT-KEY-WS TO ALR-KEY
           MOVE ALERT-TEXT-WS TO ALR-TEXT

           OPEN EXTEND ALERT-FILE

           IF ALERT-FILE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF

           IF ALERT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON ALERT-FILE"
               EXIT PARAGRAPH
           END-IF

           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

      *    ONE LINE ON THE SHARED SQL ERROR LOG FOR A FAILED SQLITE
      *    CALL - THE CALLER SETS SQLERR-WHERE AND SQLERR-STATEMENT
      *    AND THE RESULT CODE IS STILL IN ERROR-CODE.
      *    READ BY COBOL-SQLITE-SQLERRPT.
       LOG-SQL-ERROR.
           ACCEPT SQLERR-DATE-WS FROM DATE YYYYMMDD
           ACCEPT SQLERR-TIME-WS FROM TIME

           MOVE SPACES TO SQLERR-RECORD
           MOVE SQLERR-DATE-WS TO SQE-DATE
           MOVE SQLERR-TIME-WS TO SQE-TIME
           MOVE "COBOL-SQLITE-STATRPT" TO SQE-PROGRAM
           MOVE SPACES TO SQLERR-STEP-WS
           ACCEPT SQLERR-STEP-WS FROM ENVIRONMENT "JOB_STEP"

           IF SQLERR-STEP-WS IS EQUAL TO SPACES THEN
               MOVE "MANUAL" TO SQE-CONTEXT
           ELSE
               STRING "STEP " DELIMITED BY SIZE
                   SQLERR-STEP-WS DELIMITED BY SPACE
                   INTO SQE-CONTEXT
               END-STRING
           END-IF
           MOVE SQLERR-WHERE TO SQE-WHERE
           MOVE ERROR-CODE TO SQE-RC
           MOVE SQLERR-STATEMENT TO SQE-STATEMENT
           INSPECT SQE-STATEMENT REPLACING ALL LOW-VALUE BY SPACE

           MOVE ZERO TO SQLERR-DB-RC

           IF SQLITE IS NOT EQUAL TO NULL THEN
               CALL STATIC "sqlite3_errcode" USING
                   BY VALUE SQLITE
                   RETURNING SQLERR-DB-RC
               END-CALL
           END-IF

           IF SQLERR-DB-RC IS EQUAL TO ERROR-CODE THEN
               CALL STATIC "sqlite3_errmsg" USING
                   BY VALUE SQLITE
                   RETURNING SQLERR-MSG-PTR
               END-CALL
           ELSE
               CALL STATIC "sqlite3_errstr" USING
                   BY VALUE ERROR-CODE
                   RETURNING SQLERR-MSG-PTR
               END-CALL
           END-IF

           IF SQLERR-MSG-PTR IS NOT EQUAL TO NULL THEN
               SET ADDRESS OF SQLERR-MSG-TEXT TO SQLERR-MSG-PTR
               MOVE SQLERR-MSG-TEXT TO SQE-MESSAGE
               INSPECT SQE-MESSAGE REPLACING CHARACTERS BY SPACE
                   AFTER INITIAL LOW-VALUE
               INSPECT SQE-MESSAGE REPLACING ALL LOW-VALUE BY SPACE
           END-IF

           OPEN EXTEND SQLERR-FILE

           IF SQLERR-FILE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT SQLERR-FILE
           END-IF

           IF SQLERR-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON SQLERR-FILE"
               EXIT PARAGRAPH
           END-IF

           WRITE SQLERR-RECORD
           CLOSE SQLERR-FILE.

       END PROGRAM COBOL-SQLITE-STATRPT.
