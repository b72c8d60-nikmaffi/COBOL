           SELECT RUNSTATS-FILE ASSIGN TO "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.
           SELECT SQLERR-FILE ASSIGN TO "./data/sqlerr.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQLERR-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "./data/alerts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    THE CLOSING COUNT CARRIED FORWARD FROM THE LAST BALANCED
           02 JRN-AFTER    PIC X(30).
           02 FILLER       PIC X.
           02 JRN-OPERATOR PIC X(8).
           02 FILLER       PIC X.
           02 JRN-SEQ      PIC X(8).
           02 FILLER       PIC X.
           02 JRN-HASH     PIC X(10).
       FD  PRODATE-FILE.
       01  PRODATE-RECORD  PIC X(8).
       FD  PRINT-FILE.
       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           COPY RUNSTATS.
       FD  SQLERR-FILE.
       01  SQLERR-RECORD.
           COPY SQLERR.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALERT.
       WORKING-STORAGE SECTION.
       77 SQLITE           POINTER.
       77 COUNT-STMT       POINTER.
       77 RS-END-TIME-WS  PIC 9(8).
       77 RS-STATUS-WS    PIC X(4)  VALUE IS "OK".
       77 JRN-LINE-COUNT  PIC 9(6)  VALUE IS ZERO.
      *    OPERATIONS ALERT QUEUE - SEE POST-ALERT
       77 ALERT-FILE-STATUS PIC X(02).
       77 ALERT-SEVERITY-WS PIC X(4).
       77 ALERT-KEY-WS     PIC X(20).
       77 ALERT-TEXT-WS    PIC X(50).
       77 ALERT-DATE-WS    PIC 9(8).
       77 ALERT-TIME-WS    PIC 9(8).
       77 ALERT-COUNT-EDIT PIC -ZZZZZZ9.
      *    SHARED SQL ERROR LOG - SEE LOG-SQL-ERROR
       77 SQLERR-FILE-STATUS PIC X(02).
       77 SQLERR-WHERE     PIC X(30).
       77 SQLERR-STATEMENT PIC X(60).
       77 SQLERR-STEP-WS   PIC X(4).
       77 SQLERR-DB-RC     PIC S9(5) USAGE IS COMP-5.
       77 SQLERR-MSG-PTR   POINTER.
       77 SQLERR-MSG-TEXT  PIC X(60) BASED.
       77 SQLERR-DATE-WS   PIC 9(8).
       77 SQLERR-TIME-WS   PIC 9(8).
      *    THE DATABASE MUST BE AT THE SCHEMA VERSION THIS PROGRAM
      *    WAS BUILT FOR - COBOL-SQLITE-SCHEMA (JOBSTREAM STEP 01)
      *    OWNS TABLE CREATION AND THE VERSION ROW
       77 WANTED-SCHEMA-VERSION PIC 9(2) VALUE IS 7.
       77 SCHEMA-DB        POINTER.
       77 SCHEMA-STMT      POINTER.
       77 SCHEMA-STEP      PIC S9(5) USAGE IS COMP-5.
               DISPLAY "CONTROL NOT ROLLED FORWARD - INVESTIGATE "
                   "BEFORE THE STREAM CONTINUES"
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM ALERT-OUT-OF-BALANCE
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "COUNT-PEOPLE-TABLE" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR ON DATABASE"
               MOVE 8 TO RETURN-CODE
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "COUNT-PEOPLE-TABLE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "COUNT QUERY ERROR"
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           CALL STATIC "sqlite3_finalize" USING BY VALUE COUNT-STMT
           END-CALL

           CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
           END-CALL

           MOVE ACTUAL-RAW TO ACTUAL-COUNT.
           WRITE BALANCE-RECORD
           CLOSE BALANCE-FILE.

       ALERT-OUT-OF-BALANCE.
           MOVE "CRIT" TO ALERT-SEVERITY-WS
           MOVE SPACES TO ALERT-KEY-WS
           STRING "balance.dat " DELIMITED BY SIZE
               PROC-DATE DELIMITED BY SIZE
               INTO ALERT-KEY-WS
           END-STRING
           MOVE SPACES TO ALERT-TEXT-WS
           MOVE EXPECTED-COUNT TO ALERT-COUNT-EDIT
           STRING "OUT OF BALANCE - EXPECTED" DELIMITED BY SIZE
               ALERT-COUNT-EDIT DELIMITED BY SIZE
               " ACTUAL " DELIMITED BY SIZE
               ACTUAL-COUNT DELIMITED BY SIZE
               INTO ALERT-TEXT-WS
           END-STRING
           PERFORM POST-ALERT.

      *    ONE LINE ON THE SHARED SQL ERROR LOG FOR A FAILED SQLITE
      *    CALL - THE CALLER SETS SQLERR-WHERE AND SQLERR-STATEMENT
      *    AND THE RESULT CODE IS STILL IN ERROR-CODE. WHEN THE
      *    CONNECTION'S OWN LAST ERROR IS SOMETHING ELSE (OR THERE IS
      *    NO CONNECTION) THE GENERIC TEXT FOR THE CODE IS LOGGED.
      *    READ BY COBOL-SQLITE-SQLERRPT.
       LOG-SQL-ERROR.
           ACCEPT SQLERR-DATE-WS FROM DATE YYYYMMDD
           ACCEPT SQLERR-TIME-WS FROM TIME

           MOVE SPACES TO SQLERR-RECORD
           MOVE SQLERR-DATE-WS TO SQE-DATE
           MOVE SQLERR-TIME-WS TO SQE-TIME
           MOVE "COBOL-SQLITE-BALANCE" TO SQE-PROGRAM
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
           MOVE "COBOL-SQLITE-BALANCE" TO ALR-PROGRAM
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

      *    ONE RUN RECORD PER EXECUTION FOR THE RUN-STATISTICS
      *    LEDGER READ BY COBOL-SQLITE-STATRPT.
       WRITE-RUN-STATS.
           END-IF

           CALL STATIC "sqlite3_close" USING
               BY VALUE SCHEMA-DB
           END-CALL

           IF SCHEMA-VERSION-DB IS NOT EQUAL TO
