           SELECT RUNSTATS-FILE ASSIGN TO "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.
           SELECT CHAIN-FILE ASSIGN USING CHAIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-FILE-STATUS.
           SELECT SQLERR-FILE ASSIGN TO "./data/sqlerr.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQLERR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           02 AUD-NAME     PIC X(30).
           02 FILLER       PIC X.
           02 AUD-OPERATOR PIC X(8).
           02 FILLER       PIC X.
           02 AUD-SEQ      PIC X(8).
           02 FILLER       PIC X.
           02 AUD-HASH     PIC X(10).
       FD  PRINT-FILE.
       01  PRINT-LINE          PIC X(80).
      *    THE ARCHIVE CANDIDATE LIST SPOOLED TO DISK - HOWEVER MANY
           02 JRN-AFTER    PIC X(30).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-OPERATOR PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-SEQ      PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-HASH     PIC X(10).
       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           COPY RUNSTATS.
      *    LAST LINK OF THE AUDIT OR JOURNAL CHAIN - ONE RECORD,
      *    REWRITTEN AFTER EVERY APPENDED LINE
       FD  CHAIN-FILE.
       01  CHAIN-RECORD.
           02 CHN-SEQ      PIC 9(8).
           02 FILLER       PIC X.
           02 CHN-HASH     PIC 9(10).
       FD  SQLERR-FILE.
       01  SQLERR-RECORD.
           COPY SQLERR.
       WORKING-STORAGE SECTION.
       77 SQLITE           POINTER.
       77 SCAN-STMT        POINTER.
       77 RS-STATUS-WS    PIC X(4)  VALUE IS "OK".
       77 JOURNAL-FILE-STATUS PIC X(02).
       77 JRN-TIME-WS      PIC 9(8).
      *    LOG CHAIN - EVERY AUDIT AND JOURNAL LINE CARRIES A
      *    SEQUENCE NUMBER AND A HASH RUNNING ON FROM THE LINE BEFORE
      *    IT. THE LAST LINK OF EACH LOG IS KEPT IN audit.chn AND
      *    journal.chn SO AN APPEND NEVER READS THE WHOLE LOG;
      *    COBOL-SQLITE-VERIFY WALKS THE CHAIN.
       77 CHAIN-FILE-NAME  PIC X(20).
       77 CHAIN-FILE-STATUS PIC X(02).
       77 CHAIN-SEQ        PIC 9(8).
       77 CHAIN-PREV-HASH  PIC 9(10).
       77 CHAIN-HASH       PIC 9(10).
       77 CHAIN-HOLD       PIC X(122).
       01 CHAIN-IN-REC.
           02 CHAIN-IN-PREV PIC 9(10).
           02 CHAIN-IN-SEQ  PIC 9(8).
           02 CHAIN-IN-DATA PIC X(102).
       01 CHAIN-IN-CHARS REDEFINES CHAIN-IN-REC.
           02 CHAIN-IN-CHAR PIC X OCCURS 120 TIMES.
       77 CHAIN-WORK       PIC 9(18).
       77 CHAIN-DIV        PIC 9(8).
       77 CHAIN-REM        PIC 9(10).
       77 CHAIN-MODULUS    PIC 9(11) VALUE IS 10000000000.
       77 CHAIN-CHR-IDX    PIC 9(3).
       77 CHAIN-ORD        PIC 9(3).
      *    ONE WRITER AT A TIME ON THE LOG CHAINS - SEE LOCK-CHAIN
       77 CHAIN-LOCK-DB    POINTER.
       77 CHAIN-LOCK-RC    PIC S9(5) USAGE IS COMP-5.
       77 CHAIN-LOCK-DEPTH PIC 9(4) USAGE IS COMP-5 VALUE IS ZERO.
       01 CHAIN-LOCK-NAME.
           02 FILLER       PIC X(16) VALUE IS "./data/chain.lck".
           02 FILLER       PIC X     VALUE IS LOW-VALUE.
       01 CHAIN-LOCK-BEGIN.
           02 FILLER       PIC X(16) VALUE IS "BEGIN EXCLUSIVE;".
           02 FILLER       PIC X     VALUE IS LOW-VALUE.
       01 CHAIN-LOCK-END.
           02 FILLER       PIC X(7)  VALUE IS "COMMIT;".
           02 FILLER       PIC X     VALUE IS LOW-VALUE.
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

           CLOSE WORK-FILE

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "COMMIT;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING
           PERFORM RUN-STATEMENT

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           MOVE SPACES TO PRINT-LINE

       ABANDON-RUN.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "ROLLBACK;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING
           PERFORM RUN-STATEMENT

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           MOVE 8 TO RETURN-CODE
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "COUNT-ACTIVE-IDS" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           MOVE ZERO TO ACTIVE-RAW

           IF ERROR-CODE IS EQUAL TO ZERO THEN
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "COLLECT-INACTIVE-RECORDS" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "QUERY ERROR"
               CLOSE WORK-FILE
               GO TO ARCHIVE-ONE-RECORD-EXIT
           END-IF

      *    THE DEPARTMENT ASSIGNMENT IS NOT KEPT - A RESTORED PERSON
      *    COMES BACK WITH NO DEPARTMENT AND IS ASSIGNED AFRESH
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "DELETE FROM DEPTASSIGN WHERE ID="
               DELIMITED BY SIZE
               WRK-ID DELIMITED BY SIZE
               ";"
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               PERFORM BACK-OUT-RECORD
               GO TO ARCHIVE-ONE-RECORD-EXIT
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "RELEASE ARCHREC;" DELIMITED BY SIZE
           MOVE SPACES TO JRN-AFTER
           MOVE "ARCHIVE" TO JRN-OPERATOR

           PERFORM LOCK-CHAIN

           IF CHAIN-LOCK-DEPTH IS EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-JOURNAL-CHAIN
           PERFORM LINK-JOURNAL-RECORD

           OPEN EXTEND JOURNAL-FILE

           IF JOURNAL-FILE-STATUS IS EQUAL TO "35" THEN

           IF JOURNAL-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON JOURNAL-FILE"
               PERFORM UNLOCK-CHAIN
               EXIT PARAGRAPH
           END-IF

           WRITE JOURNAL-RECORD

           IF JOURNAL-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "WRITE ERROR ON JOURNAL-FILE"
               CLOSE JOURNAL-FILE
               PERFORM UNLOCK-CHAIN
               EXIT PARAGRAPH
           END-IF

           CLOSE JOURNAL-FILE

           PERFORM WRITE-CHAIN-LINK
           PERFORM UNLOCK-CHAIN.

      *    LAST LINK OF A LOG CHAIN - THE CALLER SETS CHAIN-FILE-NAME.
      *    A MISSING CONTROL FILE IS LEFT AT STATUS 35 SO THE CALLER
      *    CAN TAKE THE LAST LINK FROM THE LOG ITSELF INSTEAD
       READ-CHAIN-LINK.
           MOVE ZERO TO CHAIN-SEQ
           MOVE ZERO TO CHAIN-PREV-HASH

           OPEN INPUT CHAIN-FILE

           IF CHAIN-FILE-STATUS IS NOT EQUAL TO "00" THEN
               EXIT PARAGRAPH
           END-IF

           READ CHAIN-FILE
               AT END
                   MOVE ZERO TO CHN-SEQ
                   MOVE ZERO TO CHN-HASH
           END-READ

           IF CHN-SEQ IS NUMERIC AND CHN-HASH IS NUMERIC THEN
               MOVE CHN-SEQ TO CHAIN-SEQ
               MOVE CHN-HASH TO CHAIN-PREV-HASH
           END-IF

           CLOSE CHAIN-FILE.

      *    ADVANCE THE CHAIN ONE LINE - THE HASH FOLDS THE PREVIOUS
      *    LINE'S HASH, THE NEW SEQUENCE NUMBER AND THE LINE TEXT IN
      *    CHAIN-IN-DATA THE WAY OPERATOR PASSWORDS ARE FOLDED, SO
      *    CHANGING, DROPPING OR REORDERING ANY LINE BREAKS THE CHAIN
      *    FROM THAT LINE ON
       FOLD-CHAIN-LINK.
           ADD 1 TO CHAIN-SEQ
           MOVE CHAIN-PREV-HASH TO CHAIN-IN-PREV
           MOVE CHAIN-SEQ TO CHAIN-IN-SEQ
           MOVE ZERO TO CHAIN-WORK

           PERFORM VARYING CHAIN-CHR-IDX FROM 1 BY 1
               UNTIL CHAIN-CHR-IDX IS GREATER THAN 120
               COMPUTE CHAIN-ORD =
                   FUNCTION ORD(CHAIN-IN-CHAR(CHAIN-CHR-IDX))
               COMPUTE CHAIN-WORK = CHAIN-WORK * 31 + CHAIN-ORD
               DIVIDE CHAIN-WORK BY CHAIN-MODULUS
                   GIVING CHAIN-DIV REMAINDER CHAIN-REM
               MOVE CHAIN-REM TO CHAIN-WORK
           END-PERFORM

           MOVE CHAIN-WORK TO CHAIN-HASH.

      *    ONLY CALLED ONCE THE LINE IS ON THE LOG
       WRITE-CHAIN-LINK.
           OPEN OUTPUT CHAIN-FILE

           IF CHAIN-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON CHAIN-FILE"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CHAIN-RECORD
           MOVE CHAIN-SEQ TO CHN-SEQ
           MOVE CHAIN-HASH TO CHN-HASH
           WRITE CHAIN-RECORD
           CLOSE CHAIN-FILE.

      *    EVERY TERMINAL AND BATCH STEP APPENDS TO THE SAME TWO
      *    CHAINS. A WRITER HOLDS AN EXCLUSIVE TRANSACTION ON
      *    chain.lck FROM READING THE LAST LINK UNTIL THE NEW ONE IS
      *    WRITTEN, SO NO TWO WRITERS TAKE THE SAME SEQ. THE LOCK
      *    GOES WITH THE PROCESS IF IT DIES. A CALLER ALREADY HOLDING
      *    IT ONLY COUNTS ONE DEEPER. CHAIN-LOCK-DEPTH STAYS AT ZERO
      *    IF THE LOCK COULD NOT BE HAD.
       LOCK-CHAIN.
           IF CHAIN-LOCK-DEPTH IS GREATER THAN ZERO THEN
               ADD 1 TO CHAIN-LOCK-DEPTH
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_open" USING
               BY REFERENCE CHAIN-LOCK-NAME
               BY REFERENCE CHAIN-LOCK-DB
               RETURNING CHAIN-LOCK-RC
           END-CALL

           IF CHAIN-LOCK-RC IS EQUAL TO ZERO THEN
               CALL STATIC "sqlite3_busy_timeout" USING
                   BY VALUE CHAIN-LOCK-DB
                   BY VALUE 2000
                   RETURNING CHAIN-LOCK-RC
               END-CALL

               PERFORM TAKE-CHAIN-LOCK

               IF CHAIN-LOCK-RC IS NOT EQUAL TO ZERO THEN
                   DISPLAY "WAITING FOR THE LOG CHAIN LOCK"
                   CALL STATIC "sqlite3_busy_timeout" USING
                       BY VALUE CHAIN-LOCK-DB
                       BY VALUE 600000
                       RETURNING CHAIN-LOCK-RC
                   END-CALL
                   PERFORM TAKE-CHAIN-LOCK
               END-IF
           END-IF

           IF CHAIN-LOCK-RC IS NOT EQUAL TO ZERO THEN
               CALL STATIC "sqlite3_close" USING
                   BY VALUE CHAIN-LOCK-DB
               END-CALL
               DISPLAY "LOG CHAIN LOCK NOT OBTAINED"
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO CHAIN-LOCK-DEPTH.

       TAKE-CHAIN-LOCK.
           CALL STATIC "sqlite3_exec" USING
               BY VALUE CHAIN-LOCK-DB
               BY REFERENCE CHAIN-LOCK-BEGIN
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING CHAIN-LOCK-RC
           END-CALL.

       UNLOCK-CHAIN.
           IF CHAIN-LOCK-DEPTH IS EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

           SUBTRACT 1 FROM CHAIN-LOCK-DEPTH

           IF CHAIN-LOCK-DEPTH IS GREATER THAN ZERO THEN
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_exec" USING
               BY VALUE CHAIN-LOCK-DB
               BY REFERENCE CHAIN-LOCK-END
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING CHAIN-LOCK-RC
           END-CALL

           CALL STATIC "sqlite3_close" USING
               BY VALUE CHAIN-LOCK-DB
           END-CALL.

      *    THE SAME FOR THE JOURNAL CHAIN
       LOAD-JOURNAL-CHAIN.
           MOVE "./data/journal.chn" TO CHAIN-FILE-NAME
           PERFORM READ-CHAIN-LINK

           IF CHAIN-FILE-STATUS IS NOT EQUAL TO "35" THEN
               EXIT PARAGRAPH
           END-IF

           MOVE JOURNAL-RECORD TO CHAIN-HOLD
           OPEN INPUT JOURNAL-FILE

           IF JOURNAL-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM FIND-JOURNAL-CHAIN-END
                   THRU FIND-JOURNAL-CHAIN-END-EXIT
                   UNTIL JOURNAL-FILE-STATUS IS EQUAL TO "10"
               CLOSE JOURNAL-FILE
           END-IF

           MOVE CHAIN-HOLD TO JOURNAL-RECORD.

       FIND-JOURNAL-CHAIN-END.
           READ JOURNAL-FILE
               AT END
                   MOVE "10" TO JOURNAL-FILE-STATUS
                   GO TO FIND-JOURNAL-CHAIN-END-EXIT
           END-READ

           IF JRN-SEQ IS NUMERIC AND JRN-HASH IS NUMERIC THEN
               MOVE JRN-SEQ TO CHAIN-SEQ
               MOVE JRN-HASH TO CHAIN-PREV-HASH
           END-IF.

       FIND-JOURNAL-CHAIN-END-EXIT.
           EXIT.

       LINK-JOURNAL-RECORD.
           MOVE JOURNAL-RECORD(1:102) TO CHAIN-IN-DATA
           PERFORM FOLD-CHAIN-LINK
           MOVE CHAIN-SEQ TO JRN-SEQ
           MOVE CHAIN-HASH TO JRN-HASH.

       RUN-STATEMENT.
           CALL STATIC "sqlite3_exec" USING
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
           MOVE "COBOL-SQLITE-ARCHIVE" TO SQE-PROGRAM
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
           END-IF

           CALL STATIC "sqlite3_close" USING
               BY VALUE SCHEMA-DB
           END-CALL

           IF SCHEMA-VERSION-DB IS NOT EQUAL TO
