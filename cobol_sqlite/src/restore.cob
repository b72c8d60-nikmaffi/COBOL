           SELECT JOURNAL-FILE ASSIGN TO "./data/journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
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
           02 FILLER       PIC X VALUE IS SPACE.
           02 AUD-OPERATOR PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 AUD-SEQ      PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 AUD-HASH     PIC X(10).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           02 JRN-DATE     PIC X(8).
           02 JRN-AFTER    PIC X(30).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-OPERATOR PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-SEQ      PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-HASH     PIC X(10).
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
       77 COUNT-STMT       POINTER.
       77 NAME-COL-TEXT    PIC X(30) BASED.
       01 PEOPLE-RECORD.
           COPY PEOPLE.
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
               PERFORM ROLLBACK-CLOSE-FAIL
           END-IF

      *    COBOL-SQLITE-RETAIN HAS DISPOSED OF THIS PERSON - ONLY THE
      *    ID AND DATES ARE LEFT, NOTHING TO BRING BACK
           PERFORM COUNT-ANONYMISED-ID

           IF DUP-COUNT IS NOT EQUAL TO ZERO THEN
               DISPLAY "REJECTED: ID " ID-FIELD
                   " ANONYMISED UNDER RETENTION - CANNOT RESTORE"
               PERFORM ROLLBACK-CLOSE-FAIL
           END-IF

           PERFORM COUNT-LIVE-ID

           IF DUP-COUNT IS NOT EQUAL TO ZERO THEN
           PERFORM RUN-STATEMENT

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           DISPLAY "RESTORED ID " ID-FIELD " " NAME-FIELD

           PERFORM RUN-COUNT-QUERY.

       COUNT-ANONYMISED-ID.
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM PEOPLE_ARCHIVE WHERE ID="
               DELIMITED BY SIZE
               ID-FIELD DELIMITED BY SIZE
               " AND NAME='ANONYMISED';" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-COUNT-QUERY.

       COUNT-LIVE-ID.
           MOVE LOW-VALUES TO SQL-QUERY

               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "RUN-COUNT-QUERY" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE -1 TO DUP-COUNT
               EXIT PARAGRAPH
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "LOOKUP-RESTORED-NAME" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

               SET ADDRESS OF NAME-COL-TEXT TO NAME-COL-PTR
               MOVE NAME-COL-TEXT TO NAME-FIELD
               INSPECT NAME-FIELD REPLACING CHARACTERS BY SPACE
                   AFTER INITIAL LOW-VALUE
               INSPECT NAME-FIELD REPLACING ALL LOW-VALUE BY SPACE
           END-IF

           CALL STATIC "sqlite3_finalize" USING BY VALUE NAME-STMT
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "RUN-STATEMENT" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF.

       ROLLBACK-CLOSE-FAIL.
           MOVE LOW-VALUES TO SQL-QUERY

       CLOSE-AND-FAIL.
           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           MOVE 8 TO RETURN-CODE
           MOVE NAME-FIELD TO AUD-NAME
           MOVE "RESTORE" TO AUD-OPERATOR

           PERFORM LOCK-CHAIN

           IF CHAIN-LOCK-DEPTH IS EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-AUDIT-CHAIN
           PERFORM LINK-AUDIT-RECORD

           OPEN EXTEND AUDIT-FILE

           IF AUDIT-FILE-STATUS IS EQUAL TO "35" THEN

           IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON AUDIT-FILE"
               PERFORM UNLOCK-CHAIN
               EXIT PARAGRAPH
           END-IF

           WRITE AUDIT-RECORD

           IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "WRITE ERROR ON AUDIT-FILE"
               CLOSE AUDIT-FILE
               PERFORM UNLOCK-CHAIN
               EXIT PARAGRAPH
           END-IF

           CLOSE AUDIT-FILE

           PERFORM WRITE-CHAIN-LINK
           PERFORM UNLOCK-CHAIN.

      *    JOURNAL THE RESTORE AS AN ADD SO A POINT-IN-TIME
      *    RECOVERY REPLAYS IT CORRECTLY
           MOVE NAME-FIELD TO JRN-AFTER
           MOVE "RESTORE" TO JRN-OPERATOR

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

      *    PICK UP THE AUDIT CHAIN WHERE THE LAST LINE LEFT IT - FROM
      *    THE CONTROL FILE, OR THE FIRST TIME FROM THE LAST CHAINED
      *    LINE ALREADY ON THE LOG. THE RECORD BEING BUILT IS KEPT
      *    ASIDE WHILE THE LOG IS READ.
       LOAD-AUDIT-CHAIN.
           MOVE "./data/audit.chn" TO CHAIN-FILE-NAME
           PERFORM READ-CHAIN-LINK

           IF CHAIN-FILE-STATUS IS NOT EQUAL TO "35" THEN
               EXIT PARAGRAPH
           END-IF

           MOVE AUDIT-RECORD TO CHAIN-HOLD
           OPEN INPUT AUDIT-FILE

           IF AUDIT-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM FIND-AUDIT-CHAIN-END
                   THRU FIND-AUDIT-CHAIN-END-EXIT
                   UNTIL AUDIT-FILE-STATUS IS EQUAL TO "10"
               CLOSE AUDIT-FILE
           END-IF

           MOVE CHAIN-HOLD TO AUDIT-RECORD.

       FIND-AUDIT-CHAIN-END.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO AUDIT-FILE-STATUS
                   GO TO FIND-AUDIT-CHAIN-END-EXIT
           END-READ

           IF AUD-SEQ IS NUMERIC AND AUD-HASH IS NUMERIC THEN
               MOVE AUD-SEQ TO CHAIN-SEQ
               MOVE AUD-HASH TO CHAIN-PREV-HASH
           END-IF.

       FIND-AUDIT-CHAIN-END-EXIT.
           EXIT.

       LINK-AUDIT-RECORD.
           MOVE SPACES TO CHAIN-IN-DATA
           MOVE AUDIT-RECORD(1:71) TO CHAIN-IN-DATA
           PERFORM FOLD-CHAIN-LINK
           MOVE CHAIN-SEQ TO AUD-SEQ
           MOVE CHAIN-HASH TO AUD-HASH.

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
           MOVE "COBOL-SQLITE-RESTORE" TO SQE-PROGRAM
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

      *    THE SCHEMA GATE - A SHORT-LIVED CONNECTION OF ITS OWN,
      *    COMPARED AGAINST THE VERSION ROW COBOL-SQLITE-SCHEMA
           END-IF

           CALL STATIC "sqlite3_close" USING
               BY VALUE SCHEMA-DB
           END-CALL

           IF SCHEMA-VERSION-DB IS NOT EQUAL TO
