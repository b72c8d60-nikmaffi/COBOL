           SELECT RUNSTATS-FILE ASSIGN TO "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.
           SELECT SQLERR-FILE ASSIGN TO "./data/sqlerr.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQLERR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           COPY RUNSTATS.
       FD  SQLERR-FILE.
       01  SQLERR-RECORD.
           COPY SQLERR.
       WORKING-STORAGE SECTION.
       77 SQLITE           POINTER.
       77 VER-STMT         POINTER.
      *        V1  PEOPLE, ADDRESSES, SEQCTL
      *        V2  PEOPLE_ARCHIVE, ADDRESSES_ARCHIVE
      *        V3  SITECTL, PAYDATA, PAYXREF
      *        V4  RUNCKPT, LOGSTAGE
      *        V5  DEPARTMENTS, DEPTASSIGN
      *        V6  SITERANGE
      *        V7  MASSAUTH
       77 WANTED-SCHEMA-VERSION PIC 9(2) VALUE IS 7.
       77 SCHEMA-VERSION-DB PIC S9(9) USAGE IS COMP-5.
       77 VERSION-DSP      PIC 9(2).
       77 TABLE-COUNT      PIC 9(2)  VALUE IS ZERO.
       77 RS-END-DATE-WS  PIC 9(8).
       77 RS-END-TIME-WS  PIC 9(8).
       77 RS-STATUS-WS    PIC X(4)  VALUE IS "OK".
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
       PROCEDURE DIVISION.
           SET SQLITE TO NULL.

               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "MAINLINE" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR ON DATABASE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "BEGIN IMMEDIATE;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING
           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY, TRY AGAIN"
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           END-STRING
           PERFORM RUN-SCHEMA-STATEMENT

      *    CHECKPOINT/RESTART FOR THE LONG BATCH APPLY RUNS - ONE
      *    RUNCKPT ROW PER PROGRAM WHILE A RUN IS IN FLIGHT, AND THE
      *    LOG LINES OF A COMMITTED BATCH WAITING IN LOGSTAGE UNTIL
      *    THEY ARE OUT ON THE LOG FILES
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "CREATE TABLE IF NOT EXISTS RUNCKPT("
               DELIMITED BY SIZE
               "PROGRAM TEXT PRIMARY KEY,LAST_REC INTEGER,"
               DELIMITED BY SIZE
               "STARTED TEXT,TOTALS TEXT);" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-SCHEMA-STATEMENT

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "CREATE TABLE IF NOT EXISTS LOGSTAGE("
               DELIMITED BY SIZE
               "SEQ INTEGER PRIMARY KEY,PROGRAM TEXT,LOG TEXT,"
               DELIMITED BY SIZE
               "LINE TEXT);" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-SCHEMA-STATEMENT

      *    DEPARTMENTS AND COST CENTRES, AND THE ONE DEPARTMENT EACH
      *    PERSON IS ASSIGNED TO - KEYED BY PEOPLE ID LIKE ADDRESSES
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "CREATE TABLE IF NOT EXISTS DEPARTMENTS("
               DELIMITED BY SIZE
               "CODE TEXT PRIMARY KEY,NAME TEXT,COSTCTR TEXT,"
               DELIMITED BY SIZE
               "MANAGER INTEGER);" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-SCHEMA-STATEMENT

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "CREATE TABLE IF NOT EXISTS DEPTASSIGN("
               DELIMITED BY SIZE
               "ID INTEGER PRIMARY KEY,DEPT TEXT);"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-SCHEMA-STATEMENT

      *    EVERY ID RANGE A SITE HAS EVER HELD - SITECTL ONLY KNOWS
      *    THE CURRENT ONE, BUT IDS ISSUED FROM AN EARLIER RANGE
      *    STILL BELONG TO THAT SITE. THE CURRENT RANGE IS THE ROW
      *    WITH NO ENDED DATE.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "CREATE TABLE IF NOT EXISTS SITERANGE("
               DELIMITED BY SIZE
               "SITE TEXT,LOW_ID INTEGER,HIGH_ID INTEGER,"
               DELIMITED BY SIZE
               "GRANTED TEXT,ENDED TEXT,OPERATOR TEXT);"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-SCHEMA-STATEMENT

      *    EVERY MASS CHANGE SIGN-OFF ISSUED ON THE SUPERVISOR MENU -
      *    THE CRITERIA AND PREVIEW TOTALS SIGNED OFF, WHO SIGNED AND
      *    WHEN. THE COMMIT RUN THAT USES ONE STAMPS USED IN ITS OWN
      *    TRANSACTION, SO EACH SIGN-OFF COMMITS AT MOST ONE CHANGE.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "CREATE TABLE IF NOT EXISTS MASSAUTH("
               DELIMITED BY SIZE
               "AUTHKEY INTEGER,AUTHBY TEXT,TBL TEXT,FIELD TEXT,"
               DELIMITED BY SIZE
               "TYPE TEXT,MATCHV TEXT,REPLACEV TEXT,ROWS INTEGER,"
               DELIMITED BY SIZE
               "IDTOTAL INTEGER,ISSUED TEXT,USED TEXT);"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-SCHEMA-STATEMENT

      *    RANGES KEYED ONTO SITECTL BEFORE THE HISTORY WAS KEPT
      *    START IT OFF, DATED THE DAY OF THE UPGRADE
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "INSERT INTO SITERANGE SELECT SITE,LOW_ID,"
               DELIMITED BY SIZE
               "HIGH_ID,'" DELIMITED BY SIZE
               RS-START-DATE-WS DELIMITED BY SIZE
               "','','SCHEMA' FROM SITECTL S WHERE NOT EXISTS "
               DELIMITED BY SIZE
               "(SELECT 1 FROM SITERANGE R WHERE R.SITE=S.SITE);"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO SCHEMA-FAILED
           END-IF

           IF SCHEMA-FAILED IS EQUAL TO "Y" THEN
               DISPLAY "SCHEMA BUILD FAILED - BACKED OUT"
               PERFORM ABANDON-SCHEMA
               PERFORM ABANDON-SCHEMA
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "COMMIT;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING
           PERFORM RUN-STATEMENT

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           DISPLAY TABLE-COUNT " TABLES ENSURED, SCHEMA AT VERSION "
           STOP RUN.

       ABANDON-SCHEMA.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "ROLLBACK;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING
           PERFORM RUN-STATEMENT

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           MOVE "ERR" TO RS-STATUS-WS
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "READ-SCHEMA-VERSION" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO SCHEMA-FAILED
               EXIT PARAGRAPH
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "RUN-STATEMENT" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF.

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
           MOVE "COBOL-SQLITE-SCHEMA" TO SQE-PROGRAM
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

      *    ONE RUN RECORD PER EXECUTION FOR THE RUN-STATISTICS
      *    LEDGER READ BY COBOL-SQLITE-STATRPT.
