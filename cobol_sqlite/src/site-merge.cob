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
      *    THE OTHER SITE'S INTERCHANGE FILE, AS CUT BY
           02 JIN-AFTER    PIC X(30).
           02 FILLER       PIC X.
           02 JIN-OPERATOR PIC X(8).
           02 FILLER       PIC X.
           02 JIN-SEQ      PIC X(8).
           02 FILLER       PIC X.
           02 JIN-HASH     PIC X(10).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           02 AUD-DATE     PIC X(8).
           02 AUD-NAME     PIC X(30).
           02 FILLER       PIC X VALUE IS SPACE.
           02 AUD-OPERATOR PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 AUD-SEQ      PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 AUD-HASH     PIC X(10).
       FD  JOURNAL-OUT.
       01  JOURNAL-RECORD.
           02 JRN-DATE     PIC X(8).
           02 JRN-AFTER    PIC X(30).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-OPERATOR PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-SEQ      PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-HASH     PIC X(10).
       FD  PRINT-FILE.
       01  PRINT-LINE          PIC X(100).
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
       77 COUNT-STMT       POINTER.
       77 JOURNAL-OUT-STATUS PIC X(02).
       77 PRINT-FILE-STATUS PIC X(02).
       77 REMOTE-SITE      PIC X(4)  VALUE IS SPACES.
      *    THIS OFFICE'S OWN SITE CODE - A RANGE GRANTED TO IT AT
      *    ANOTHER OFFICE MOVES ITS ID SEQUENCE AS WELL
       77 SITE-CODE        PIC X(4)  VALUE IS "S001".
       77 ENV-SITE-CODE    PIC X(4).
       77 RNG-SITE         PIC X(4).
       77 RNG-LOW          PIC 9(6).
       77 RNG-HIGH         PIC 9(6).
       77 HEADER-SEEN      PIC X     VALUE IS "N".
       77 TRAILER-SEEN     PIC X     VALUE IS "N".
       77 TRL-COUNT-WS     PIC 9(6)  VALUE IS ZERO.
       77 APPLIED-COUNT    PIC 9(6)  VALUE IS ZERO.
       77 CONFLICT-COUNT   PIC 9(6)  VALUE IS ZERO.
       77 FAILED-COUNT     PIC 9(6)  VALUE IS ZERO.
       77 SKIPPED-COUNT    PIC 9(6)  VALUE IS ZERO.
       77 INTER-READ-COUNT PIC 9(6)  VALUE IS ZERO.
       77 CHECK-DETAIL-COUNT PIC 9(6) VALUE IS ZERO.
       77 MERGE-ID-WS      PIC 9(6).
       77 MERGE-OPERATOR   PIC X(8).
       77 AUD-DATE-WS      PIC 9(8).
       77 RS-END-DATE-WS  PIC 9(8).
       77 RS-END-TIME-WS  PIC 9(8).
       77 RS-STATUS-WS    PIC X(4)  VALUE IS "OK".
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
      *    CHECKPOINT/RESTART - THE CHANGES ARE APPLIED IN BATCHES OF
      *    BATCH-SIZE. EACH BATCH COMMITS TOGETHER WITH ITS RUNCKPT
      *    ROW (LAST INTERCHANGE RECORD AND RUNNING TOTALS) AND ITS
      *    AUDIT AND JOURNAL LINES STAGED ON LOGSTAGE; THE STAGED
      *    LINES GO OUT TO THE LOGS ONLY ONCE THE COMMIT HAS LANDED.
      *    A RERUN AFTER A FAILURE FIRST PUTS OUT ANY LINES STILL
      *    STAGED, THEN RESUMES AFTER THE CHECKPOINTED RECORD.
       77 BATCH-SIZE       PIC 9(3)  VALUE IS 100.
       77 BATCH-COUNT      PIC 9(3)  VALUE IS ZERO.
       77 BATCH-OPEN       PIC X     VALUE IS "N".
       77 RESTART-WS       PIC X     VALUE IS "N".
       77 SKIP-COUNT       PIC 9(6)  VALUE IS ZERO.
       77 SKIP-IDX         PIC 9(6)  VALUE IS ZERO.
       77 CKPT-STMT        POINTER.
       77 CKPT-COL-PTR     POINTER.
       77 CKPT-COL-TEXT    PIC X(102) BASED.
       77 CKPT-LAST-REC    PIC S9(9) USAGE IS COMP-5.
       01 CKPT-STARTED.
           02 CKPT-START-DATE PIC 9(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 CKPT-START-TIME PIC 9(8).
       01 CKPT-TOTALS.
           02 CKT-DETAIL   PIC 9(6).
           02 CKT-APPLIED  PIC 9(6).
           02 CKT-CONFLICT PIC 9(6).
           02 CKT-FAILED   PIC 9(6).
           02 CKT-SKIPPED  PIC 9(6).
       01 RESTART-LINE-1.
           02 FILLER       PIC X(27)
               VALUE IS "*** RESTART OF RUN STARTED ".
           02 RST-DATE     PIC 9(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 RST-TIME     PIC 9(8).
           02 FILLER       PIC X(4)  VALUE IS " ***".
       01 RESTART-LINE-2.
           02 FILLER       PIC X(37)
               VALUE IS "*** RESUMED AFTER INTERCHANGE RECORD ".
           02 RST-RECORD   PIC 9(6).
           02 FILLER       PIC X(4)  VALUE IS " ***".
       01 RESTART-LINE-3.
           02 FILLER       PIC X(30)
               VALUE IS "*** LINES ABOVE FOR LATER RECO".
           02 FILLER       PIC X(24)
               VALUE IS "RDS WERE BACKED OUT ***".
      *    STAGED LOG LINES - SEE STAGE-LOG-LINE AND FLUSH-STAGED-LOGS
       77 STAGE-LOG        PIC X.
       77 STAGE-LINE       PIC X(102).
       01 STAGE-ESCAPED-REC.
           02 STAGE-ESCAPED PIC X(204).
           02 STAGE-ESCAPED-CHARS REDEFINES STAGE-ESCAPED.
               03 STAGE-ESCAPED-CHAR PIC X OCCURS 204 TIMES.
       77 STAGE-IDX        PIC S9(4) USAGE IS COMP-5.
       77 STAGE-ESC-IDX    PIC S9(4) USAGE IS COMP-5.
       77 STAGE-ESC-LEN    PIC S9(4) USAGE IS COMP-5.
       77 STAGE-QUERY      PIC X(300).
       77 STAGE-SEQ        PIC S9(9) USAGE IS COMP-5.
       77 STAGE-SEQ-DSP    PIC 9(9).
       77 STAGE-EMPTY      PIC X.
       77 STAGE-CHECK      PIC X     VALUE IS "N".
       77 STAGE-ON-LOG     PIC X.
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
           ACCEPT RS-START-TIME-WS FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           ACCEPT ENV-SITE-CODE FROM ENVIRONMENT "SITE_CODE"
           IF ENV-SITE-CODE IS NOT EQUAL TO SPACES THEN
               MOVE ENV-SITE-CODE TO SITE-CODE
           END-IF

           OPEN INPUT INTER-FILE

           IF INTER-FILE-STATUS IS NOT EQUAL TO "00" THEN
               STOP RUN
           END-IF

           CALL STATIC "sqlite3_open" USING
               BY REFERENCE DATABASE-NAME
               BY REFERENCE SQLITE
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
               CLOSE INTER-FILE
               STOP RUN
           END-IF

      *    A CHECKPOINT LEFT BY A FAILED RUN MAKES THIS A RESTART -
      *    LOG LINES OF ITS LAST COMMITTED BATCH THAT NEVER REACHED
      *    THE LOGS GO OUT FIRST
           PERFORM READ-RUN-CHECKPOINT

           MOVE "Y" TO STAGE-CHECK
           PERFORM FLUSH-STAGED-LOGS
           MOVE "N" TO STAGE-CHECK

           IF RESTART-WS IS EQUAL TO "Y" THEN
               OPEN EXTEND PRINT-FILE

               IF PRINT-FILE-STATUS IS EQUAL TO "35" THEN
                   OPEN OUTPUT PRINT-FILE
               END-IF
           ELSE
               OPEN OUTPUT PRINT-FILE
           END-IF

           IF PRINT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON PRINT-FILE"
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               MOVE 8 TO RETURN-CODE
               CLOSE INTER-FILE
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
               CLOSE INTER-FILE
               CLOSE PRINT-FILE
               STOP RUN
           END-IF

           MOVE "Y" TO BATCH-OPEN

           PERFORM ENSURE-ADDRESS-TABLE
           PERFORM BUILD-LOCAL-ID-SET THRU BUILD-LOCAL-ID-SET-EXIT

      *    THE WHOLE FILE IS PROVED BEFORE ANYTHING IS APPLIED - ONCE
      *    A BATCH HAS COMMITTED IT IS TOO LATE TO BACK OUT A FILE
      *    THAT TURNS OUT SHORT
           PERFORM CHECK-INTER-LINE THRU CHECK-INTER-LINE-EXIT
               UNTIL INTER-FILE-STATUS IS EQUAL TO "10"

           CLOSE INTER-FILE
               PERFORM ABANDON-MERGE
           END-IF

           IF TRL-COUNT-WS IS NOT EQUAL TO CHECK-DETAIL-COUNT THEN
               DISPLAY "COUNT MISMATCH - TRAILER " TRL-COUNT-WS
                   " COUNTED " CHECK-DETAIL-COUNT
               PERFORM ABANDON-MERGE
           END-IF

           OPEN INPUT INTER-FILE

           IF INTER-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON INTER-FILE (site_in.dat)"
               PERFORM ABANDON-MERGE
           END-IF

           IF RESTART-WS IS EQUAL TO "Y" THEN
               PERFORM SKIP-MERGED-RECORDS THRU
                   SKIP-MERGED-RECORDS-EXIT
                   UNTIL SKIP-IDX IS EQUAL TO SKIP-COUNT OR
                         INTER-FILE-STATUS IS EQUAL TO "10"
               DISPLAY "RESUMING AFTER " SKIP-COUNT " CHECKPOINTED "
                   "INTERCHANGE RECORDS"
               PERFORM WRITE-RESTART-LINES
           END-IF

           MOVE ZERO TO BATCH-COUNT

           PERFORM MERGE-ONE-LINE THRU MERGE-ONE-LINE-EXIT
               UNTIL INTER-FILE-STATUS IS EQUAL TO "10"

           CLOSE INTER-FILE

      *    THE LAST BATCH COMMITS AND ITS LINES GO OUT; ONLY THEN IS
      *    THE CHECKPOINT DROPPED, SO A FAILURE ANYWHERE BEFORE THIS
      *    POINT LEAVES THE RUN RESTARTABLE
           PERFORM COMMIT-BATCH
           PERFORM CLEAR-RUN-CHECKPOINT

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           MOVE SPACES TO PRINT-LINE

           DISPLAY APPLIED-COUNT " CHANGES APPLIED FROM SITE "
               REMOTE-SITE ", " CONFLICT-COUNT " CONFLICTS, "
               FAILED-COUNT " FAILED, " SKIPPED-COUNT
               " ALREADY APPLIED"

           IF CONFLICT-COUNT IS GREATER THAN ZERO OR
               FAILED-COUNT IS GREATER THAN ZERO THEN
           STOP RUN.

       ABANDON-MERGE.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "ROLLBACK;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING
           PERFORM RUN-STATEMENT

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           CLOSE INTER-FILE
           CLOSE PRINT-FILE

           IF RESTART-WS IS EQUAL TO "Y" THEN
               DISPLAY "MERGE STOPPED - NOTHING FURTHER APPLIED"
           ELSE
               DISPLAY "MERGE BACKED OUT - NOTHING APPLIED"
           END-IF

           MOVE "ERR" TO RS-STATUS-WS
           PERFORM WRITE-RUN-STATS
           MOVE 8 TO RETURN-CODE
               GO TO NOTE-LOCAL-ID-EXIT
           END-IF

      *    A DEPARTMENT MOVE OR A PAY CROSS-REFERENCE FIX LEAVES THE
      *    PERSON'S OWN RECORD ALONE
           IF JIN-ACTION IS EQUAL TO "ASSIGN" OR
               JIN-ACTION IS EQUAL TO "UNASGN" OR
               JIN-ACTION(1:4) IS EQUAL TO "XREF" THEN
               GO TO NOTE-LOCAL-ID-EXIT
           END-IF

           IF JIN-ID IS NOT NUMERIC THEN
               GO TO NOTE-LOCAL-ID-EXIT
           END-IF
       NOTE-LOCAL-ID-EXIT.
           EXIT.

      *    FIRST PASS - HEADER, TRAILER AND DETAIL COUNT ONLY
       CHECK-INTER-LINE.
           READ INTER-FILE
               AT END
                   MOVE "10" TO INTER-FILE-STATUS
                   GO TO CHECK-INTER-LINE-EXIT
           END-READ

           EVALUATE INTER-RECORD(1:1)
               WHEN "H"
                   MOVE "Y" TO HEADER-SEEN
                   MOVE INH-SITE TO REMOTE-SITE
               WHEN "D"
                   ADD 1 TO CHECK-DETAIL-COUNT
               WHEN "T"
                   MOVE "Y" TO TRAILER-SEEN
                   MOVE INT-COUNT TO TRL-COUNT-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-INTER-LINE-EXIT.
           EXIT.

       SKIP-MERGED-RECORDS.
           READ INTER-FILE
               AT END
                   MOVE "10" TO INTER-FILE-STATUS
                   GO TO SKIP-MERGED-RECORDS-EXIT
           END-READ

           ADD 1 TO SKIP-IDX.

       SKIP-MERGED-RECORDS-EXIT.
           EXIT.

       WRITE-RESTART-LINES.
           MOVE CKPT-START-DATE TO RST-DATE
           MOVE CKPT-START-TIME TO RST-TIME
           MOVE SKIP-COUNT TO RST-RECORD
           WRITE PRINT-LINE FROM RESTART-LINE-1
           WRITE PRINT-LINE FROM RESTART-LINE-2
           WRITE PRINT-LINE FROM RESTART-LINE-3.

       MERGE-ONE-LINE.
           READ INTER-FILE
               AT END
                   GO TO MERGE-ONE-LINE-EXIT
           END-READ

           ADD 1 TO INTER-READ-COUNT

           EVALUATE INTER-RECORD(1:1)
               WHEN "H"
                   MOVE "Y" TO HEADER-SEEN
                   MOVE INT-COUNT TO TRL-COUNT-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           ADD 1 TO BATCH-COUNT

           IF BATCH-COUNT IS EQUAL TO BATCH-SIZE THEN
               PERFORM COMMIT-BATCH
               PERFORM BEGIN-BATCH
           END-IF.

       MERGE-ONE-LINE-EXIT.
           EXIT.

       APPLY-REMOTE-CHANGE.
      *    A SITE RANGE GRANT IS KEYED BY SITE CODE, NOT PEOPLE ID
           IF IND-ACTION IS EQUAL TO "RANGE" THEN
               PERFORM APPLY-REMOTE-RANGE THRU APPLY-REMOTE-RANGE-EXIT
               GO TO APPLY-REMOTE-CHANGE-EXIT
           END-IF

           IF IND-ID IS NOT NUMERIC THEN
               ADD 1 TO FAILED-COUNT
               DISPLAY "BAD ID ON INTERCHANGE DETAIL: " IND-ID
               GO TO APPLY-REMOTE-CHANGE-EXIT
           END-IF

      *    A NEW PERSON MUST COME FROM A RANGE THE SENDING SITE
      *    HOLDS OR HAS HELD - ANYTHING ELSE IS AN ID SOME OTHER
      *    OFFICE MAY ISSUE OR HAS ISSUED
           IF IND-ACTION IS EQUAL TO "ADD" THEN
               PERFORM CHECK-SENDER-RANGE

               IF DUP-COUNT IS GREATER THAN ZERO THEN
                   MOVE SPACES TO CONFLICT-LINE
                   MOVE IND-ID TO CFL-ID
                   MOVE IND-ACTION TO CFL-ACTION
                   MOVE IND-AFTER TO CFL-AFTER
                   MOVE "OUTSIDE EVERY RANGE OF SENDER" TO CFL-TEXT
                   WRITE PRINT-LINE FROM CONFLICT-LINE
                   ADD 1 TO CONFLICT-COUNT
                   GO TO APPLY-REMOTE-CHANGE-EXIT
               END-IF
           END-IF

           EVALUATE IND-ACTION
               WHEN "ADD"
               WHEN "UPDATE"
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

      *    DEPARTMENTS ARE KEPT SITE BY SITE - THE ASSIGNMENT GOES
      *    WITH THE PERSON BUT IS NEVER SENT
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "DELETE FROM DEPTASSIGN WHERE ID="
               DELIMITED BY SIZE
               MERGE-ID-WS DELIMITED BY SIZE
               ";"
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT.

      *    A RANGE GRANTED AT THE OTHER OFFICE - SITECTL AND THE
      *    SITERANGE HISTORY HERE FOLLOW IT, SO BOTH OFFICES AGREE
      *    WHO OWNS WHICH IDS. A GRANT THAT WOULD OVERLAP ANOTHER
      *    SITE'S RANGE ON OUR SIDE (TWO OFFICES GRANTING AT ONCE) IS
      *    A CONFLICT FOR THE SUPERVISORS TO SETTLE, NOT APPLIED.
       APPLY-REMOTE-RANGE.
           MOVE IND-ID(1:4) TO RNG-SITE

           IF RNG-SITE IS EQUAL TO SPACES OR
               IND-AFTER(1:6) IS NOT NUMERIC OR
               IND-AFTER(7:1) IS NOT EQUAL TO "-" OR
               IND-AFTER(8:6) IS NOT NUMERIC THEN
               ADD 1 TO FAILED-COUNT
               DISPLAY "BAD RANGE ON INTERCHANGE DETAIL: " IND-ID
                   " " IND-AFTER
               GO TO APPLY-REMOTE-RANGE-EXIT
           END-IF

           MOVE IND-AFTER(1:6) TO RNG-LOW
           MOVE IND-AFTER(8:6) TO RNG-HIGH

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM (SELECT SITE,LOW_ID,HIGH_ID "
               DELIMITED BY SIZE
               "FROM SITECTL UNION ALL SELECT SITE,LOW_ID,HIGH_ID "
               DELIMITED BY SIZE
               "FROM SITERANGE) WHERE SITE='" DELIMITED BY SIZE
               RNG-SITE DELIMITED BY SIZE
               "' AND LOW_ID=" DELIMITED BY SIZE
               RNG-LOW DELIMITED BY SIZE
               " AND HIGH_ID=" DELIMITED BY SIZE
               RNG-HIGH DELIMITED BY SIZE
               ";"
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-COUNT-QUERY

      *    HELD NOW OR HELD BEFORE - A REPLAYED INTERCHANGE. AN OLD
      *    GRANT SINCE REPLACED MUST NOT TAKE THE SITE (OR OUR OWN
      *    SEQUENCE) BACK ONTO A RANGE IT HAS ALREADY MOVED OFF
           IF DUP-COUNT IS GREATER THAN ZERO THEN
               ADD 1 TO SKIPPED-COUNT
               GO TO APPLY-REMOTE-RANGE-EXIT
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM (SELECT SITE,LOW_ID,HIGH_ID "
               DELIMITED BY SIZE
               "FROM SITECTL UNION ALL SELECT SITE,LOW_ID,HIGH_ID "
               DELIMITED BY SIZE
               "FROM SITERANGE) WHERE SITE<>'" DELIMITED BY SIZE
               RNG-SITE DELIMITED BY SIZE
               "' AND LOW_ID<=" DELIMITED BY SIZE
               RNG-HIGH DELIMITED BY SIZE
               " AND HIGH_ID>=" DELIMITED BY SIZE
               RNG-LOW DELIMITED BY SIZE
               ";"
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-COUNT-QUERY

           IF DUP-COUNT IS GREATER THAN ZERO THEN
               MOVE SPACES TO CONFLICT-LINE
               MOVE IND-ID TO CFL-ID
               MOVE IND-ACTION TO CFL-ACTION
               MOVE IND-AFTER TO CFL-AFTER
               MOVE "RANGE OVERLAPS ANOTHER SITE'S" TO CFL-TEXT
               WRITE PRINT-LINE FROM CONFLICT-LINE
               ADD 1 TO CONFLICT-COUNT
               GO TO APPLY-REMOTE-RANGE-EXIT
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "UPDATE SITERANGE SET ENDED='" DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "' WHERE SITE='" DELIMITED BY SIZE
               RNG-SITE DELIMITED BY SIZE
               "' AND ENDED='';" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS EQUAL TO ZERO THEN
               MOVE LOW-VALUES TO SQL-QUERY

               STRING "INSERT INTO SITERANGE VALUES('"
                   DELIMITED BY SIZE
                   RNG-SITE DELIMITED BY SIZE
                   "'," DELIMITED BY SIZE
                   RNG-LOW DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   RNG-HIGH DELIMITED BY SIZE
                   ",'" DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   "','','MRG " DELIMITED BY SIZE
                   REMOTE-SITE DELIMITED BY SIZE
                   "');INSERT OR REPLACE INTO SITECTL VALUES('"
                   DELIMITED BY SIZE
                   RNG-SITE DELIMITED BY SIZE
                   "'," DELIMITED BY SIZE
                   RNG-LOW DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   RNG-HIGH DELIMITED BY SIZE
                   ");"
                   INTO SQL-QUERY
               END-STRING

               PERFORM RUN-STATEMENT
           END-IF

      *    A NEW RANGE FOR THIS OFFICE - THE SEQUENCE MOVES ONTO IT
      *    UNLESS IT ALREADY SITS INSIDE IT
           IF ERROR-CODE IS EQUAL TO ZERO AND
               RNG-SITE IS EQUAL TO SITE-CODE THEN
               MOVE LOW-VALUES TO SQL-QUERY

               STRING "UPDATE SEQCTL SET NEXT_ID=" DELIMITED BY SIZE
                   RNG-LOW DELIMITED BY SIZE
                   " WHERE NAME='PEOPLE' AND (NEXT_ID<"
                   DELIMITED BY SIZE
                   RNG-LOW DELIMITED BY SIZE
                   " OR NEXT_ID>" DELIMITED BY SIZE
                   RNG-HIGH DELIMITED BY SIZE
                   ");"
                   INTO SQL-QUERY
               END-STRING

               PERFORM RUN-STATEMENT
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               ADD 1 TO FAILED-COUNT
               DISPLAY "APPLY ERROR ON RANGE FOR SITE " RNG-SITE
               GO TO APPLY-REMOTE-RANGE-EXIT
           END-IF

           ADD 1 TO APPLIED-COUNT

           MOVE SPACES TO AUDIT-RECORD
           MOVE IND-ACTION TO AUD-ACTION
           MOVE IND-ID TO AUD-ID

           STRING "GRANTED " IND-AFTER(1:13)
               DELIMITED BY SIZE
               INTO AUD-NAME
           END-STRING

           PERFORM WRITE-AUDIT-LOG
           PERFORM WRITE-JOURNAL.

       APPLY-REMOTE-RANGE-EXIT.
           EXIT.

      *    DUP-COUNT COMES BACK NON-ZERO WHEN THE SENDING SITE HAS A
      *    RANGE HISTORY HERE AND NONE OF IT HOLDS THE INCOMING ID. A
      *    SENDER WITH NO HISTORY AT ALL IS NOT PARTITIONED.
       CHECK-SENDER-RANGE.
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM SITERANGE WHERE SITE='"
               DELIMITED BY SIZE
               REMOTE-SITE DELIMITED BY SIZE
               "' AND NOT EXISTS (SELECT 1 FROM SITERANGE WHERE "
               DELIMITED BY SIZE
               "SITE='" DELIMITED BY SIZE
               REMOTE-SITE DELIMITED BY SIZE
               "' AND " DELIMITED BY SIZE
               MERGE-ID-WS DELIMITED BY SIZE
               " BETWEEN LOW_ID AND HIGH_ID);" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-COUNT-QUERY.

       CHECK-LOCAL-CONFLICT.
           MOVE LOW-VALUES TO SQL-QUERY

               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-COUNT-QUERY.

      *    ONE COUNT FROM THE STATEMENT IN SQL-QUERY INTO DUP-COUNT -
      *    ZERO WHEN THE QUERY CANNOT BE RUN, SO NOTHING IS HELD BACK
      *    ON A QUERY ERROR THAT THE SQL ERROR LOG DOES NOT SHOW
       RUN-COUNT-QUERY.
           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "RUN-COUNT-QUERY" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           MOVE ZERO TO DUP-COUNT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "RUN-STATEMENT" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF.

      *    A BATCH IS ONE DATABASE TRANSACTION. A BUSY DATABASE OR A
      *    FAILED COMMIT STOPS THE RUN AT THE LAST CHECKPOINT.
       BEGIN-BATCH.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "BEGIN IMMEDIATE;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "BEGIN-BATCH" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               DISPLAY "DATABASE BUSY, TRY AGAIN"
               PERFORM STOP-AT-CHECKPOINT
           END-IF

           MOVE "Y" TO BATCH-OPEN
           MOVE ZERO TO BATCH-COUNT.

      *    THE CHECKPOINT ROW RIDES IN THE SAME COMMIT AS THE BATCH'S
      *    WORK AND ITS STAGED LOG LINES, THEN THE LINES GO OUT
       COMMIT-BATCH.
           PERFORM WRITE-RUN-CHECKPOINT

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "COMMIT;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "COMMIT-BATCH" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               DISPLAY "BATCH COMMIT ERROR AT RECORD " INTER-READ-COUNT
               PERFORM STOP-AT-CHECKPOINT
           END-IF

           MOVE "N" TO BATCH-OPEN
           MOVE ZERO TO BATCH-COUNT
           PERFORM FLUSH-STAGED-LOGS.

       STOP-AT-CHECKPOINT.
           IF BATCH-OPEN IS EQUAL TO "Y" THEN
               MOVE LOW-VALUES TO SQL-QUERY
               STRING "ROLLBACK;" DELIMITED BY SIZE INTO SQL-QUERY
               END-STRING

               CALL STATIC "sqlite3_exec" USING
                   BY VALUE SQLITE
                   BY REFERENCE SQL-QUERY
                   BY VALUE 0
                   BY VALUE 0
                   BY VALUE 0
                   RETURNING ERROR-CODE
               END-CALL
           END-IF

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           CLOSE INTER-FILE
           CLOSE PRINT-FILE

           DISPLAY "RUN STOPPED - A RERUN RESUMES AFTER THE LAST "
               "CHECKPOINT"
           MOVE "ERR" TO RS-STATUS-WS
           PERFORM WRITE-RUN-STATS
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *    THIS PROGRAM'S RUNCKPT ROW, IF A FAILED RUN LEFT ONE -
      *    THE RECORDS TO SKIP, THE TOTALS SO FAR AND WHEN THE
      *    ORIGINAL RUN STARTED
       READ-RUN-CHECKPOINT.
           MOVE "N" TO RESTART-WS
           MOVE ZERO TO SKIP-COUNT
           MOVE ZERO TO CKPT-LAST-REC
           MOVE RS-START-DATE-WS TO CKPT-START-DATE
           MOVE RS-START-TIME-WS TO CKPT-START-TIME
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT LAST_REC,STARTED,TOTALS FROM RUNCKPT "
               DELIMITED BY SIZE
               "WHERE PROGRAM='COBOL-SQLITE-SITEMRG';" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE -1
               BY REFERENCE CKPT-STMT
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "READ-RUN-CHECKPOINT" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE CKPT-STMT
               RETURNING STEP-CODE
           END-CALL

           IF STEP-CODE IS EQUAL TO SQLITE-ROW THEN
               CALL STATIC "sqlite3_column_int" USING
                   BY VALUE CKPT-STMT
                   BY VALUE 0
                   RETURNING CKPT-LAST-REC
               END-CALL

               CALL STATIC "sqlite3_column_text" USING
                   BY VALUE CKPT-STMT
                   BY VALUE 1
                   RETURNING CKPT-COL-PTR
               END-CALL

               IF CKPT-COL-PTR IS NOT EQUAL TO NULL THEN
                   SET ADDRESS OF CKPT-COL-TEXT TO CKPT-COL-PTR
                   MOVE CKPT-COL-TEXT(1:17) TO CKPT-STARTED
               END-IF

               CALL STATIC "sqlite3_column_text" USING
                   BY VALUE CKPT-STMT
                   BY VALUE 2
                   RETURNING CKPT-COL-PTR
               END-CALL

               IF CKPT-COL-PTR IS NOT EQUAL TO NULL THEN
                   SET ADDRESS OF CKPT-COL-TEXT TO CKPT-COL-PTR

      *            A CHECKPOINT LEFT BEFORE SKIPPED GRANTS WERE
      *            COUNTED ENDS AFTER THE FAILED COUNT
                   IF CKPT-COL-TEXT(25:1) IS EQUAL TO LOW-VALUE THEN
                       MOVE CKPT-COL-TEXT(1:24) TO CKPT-TOTALS
                       MOVE ZERO TO CKT-SKIPPED
                   ELSE
                       MOVE CKPT-COL-TEXT(1:30) TO CKPT-TOTALS
                   END-IF
               END-IF
           END-IF

           CALL STATIC "sqlite3_finalize" USING BY VALUE CKPT-STMT
           END-CALL

           IF CKPT-LAST-REC IS GREATER THAN ZERO AND
               CKPT-TOTALS IS NUMERIC THEN
               MOVE "Y" TO RESTART-WS
               MOVE CKPT-LAST-REC TO SKIP-COUNT
               MOVE SKIP-COUNT TO INTER-READ-COUNT
               MOVE CKT-DETAIL TO DETAIL-COUNT
               MOVE CKT-APPLIED TO APPLIED-COUNT
               MOVE CKT-CONFLICT TO CONFLICT-COUNT
               MOVE CKT-FAILED TO FAILED-COUNT
               MOVE CKT-SKIPPED TO SKIPPED-COUNT
           END-IF

           IF CKPT-START-DATE IS NOT NUMERIC OR
               CKPT-START-TIME IS NOT NUMERIC THEN
               MOVE RS-START-DATE-WS TO CKPT-START-DATE
               MOVE RS-START-TIME-WS TO CKPT-START-TIME
           END-IF.

       WRITE-RUN-CHECKPOINT.
           MOVE DETAIL-COUNT TO CKT-DETAIL
           MOVE APPLIED-COUNT TO CKT-APPLIED
           MOVE CONFLICT-COUNT TO CKT-CONFLICT
           MOVE FAILED-COUNT TO CKT-FAILED
           MOVE SKIPPED-COUNT TO CKT-SKIPPED
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "INSERT OR REPLACE INTO RUNCKPT VALUES("
               DELIMITED BY SIZE
               "'COBOL-SQLITE-SITEMRG'," DELIMITED BY SIZE
               INTER-READ-COUNT DELIMITED BY SIZE
               ",'" DELIMITED BY SIZE
               CKPT-STARTED DELIMITED BY SIZE
               "','" DELIMITED BY SIZE
               CKPT-TOTALS DELIMITED BY SIZE
               "');" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "WRITE-RUN-CHECKPOINT" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               DISPLAY "CHECKPOINT ERROR AT RECORD " INTER-READ-COUNT
               PERFORM STOP-AT-CHECKPOINT
           END-IF.

      *    A CLEAN END OF RUN - THE NEXT RUN STARTS FROM THE TOP
       CLEAR-RUN-CHECKPOINT.
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "DELETE FROM RUNCKPT WHERE PROGRAM="
               DELIMITED BY SIZE
               "'COBOL-SQLITE-SITEMRG';" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "CLEAR-RUN-CHECKPOINT" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF.

      *    ONE AUDIT (A) OR JOURNAL (J)
      *    LINE, BUILT IN STAGE-LINE, ONTO LOGSTAGE INSIDE THE OPEN
      *    BATCH. A LINE THAT CANNOT BE STAGED STOPS THE RUN RATHER
      *    THAN LET THE BATCH COMMIT WITHOUT IT.
       STAGE-LOG-LINE.
           MOVE SPACES TO STAGE-ESCAPED
           MOVE 1 TO STAGE-ESC-IDX

           PERFORM VARYING STAGE-IDX FROM 1 BY 1
               UNTIL STAGE-IDX > 102
               MOVE STAGE-LINE(STAGE-IDX:1)
                   TO STAGE-ESCAPED-CHAR(STAGE-ESC-IDX)
               ADD 1 TO STAGE-ESC-IDX

               IF STAGE-LINE(STAGE-IDX:1) IS EQUAL TO "'" THEN
                   MOVE "'" TO STAGE-ESCAPED-CHAR(STAGE-ESC-IDX)
                   ADD 1 TO STAGE-ESC-IDX
               END-IF
           END-PERFORM

           COMPUTE STAGE-ESC-LEN = STAGE-ESC-IDX - 1
           MOVE LOW-VALUES TO STAGE-QUERY

           STRING "INSERT INTO LOGSTAGE(PROGRAM,LOG,LINE) VALUES("
               DELIMITED BY SIZE
               "'COBOL-SQLITE-SITEMRG','" DELIMITED BY SIZE
               STAGE-LOG DELIMITED BY SIZE
               "','" DELIMITED BY SIZE
               STAGE-ESCAPED(1:STAGE-ESC-LEN) DELIMITED BY SIZE
               "');" DELIMITED BY SIZE
               INTO STAGE-QUERY
           END-STRING

           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY REFERENCE STAGE-QUERY
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "STAGE-LOG-LINE" TO SQLERR-WHERE
               MOVE STAGE-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               DISPLAY "LOG STAGING ERROR AT RECORD " INTER-READ-COUNT
               PERFORM STOP-AT-CHECKPOINT
           END-IF.

      *    PUT OUT THIS PROGRAM'S STAGED LINES OLDEST FIRST, EACH
      *    DELETED AS SOON AS IT IS ON ITS LOG, SO AT MOST ONE LINE
      *    CAN BE ON THE LOG AND STILL STAGED AFTER A FAILURE. WITH
      *    STAGE-CHECK ON (AT START-UP) THE FIRST LINE FOUND IS
      *    LOOKED FOR ON ITS LOG BEFORE IT IS APPENDED AGAIN.
       FLUSH-STAGED-LOGS.
           MOVE "N" TO STAGE-EMPTY

           PERFORM FLUSH-ONE-STAGED-LINE
               THRU FLUSH-ONE-STAGED-LINE-EXIT
               UNTIL STAGE-EMPTY IS EQUAL TO "Y".

       FLUSH-ONE-STAGED-LINE.
           MOVE "Y" TO STAGE-EMPTY
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT SEQ,LOG,LINE FROM LOGSTAGE WHERE "
               DELIMITED BY SIZE
               "PROGRAM='COBOL-SQLITE-SITEMRG' ORDER BY SEQ LIMIT 1;"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE -1
               BY REFERENCE CKPT-STMT
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "FLUSH-ONE-STAGED-LINE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               GO TO FLUSH-ONE-STAGED-LINE-EXIT
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE CKPT-STMT
               RETURNING STEP-CODE
           END-CALL

           IF STEP-CODE IS NOT EQUAL TO SQLITE-ROW THEN
               CALL STATIC "sqlite3_finalize" USING BY VALUE CKPT-STMT
               END-CALL
               GO TO FLUSH-ONE-STAGED-LINE-EXIT
           END-IF

           CALL STATIC "sqlite3_column_int" USING
               BY VALUE CKPT-STMT
               BY VALUE 0
               RETURNING STAGE-SEQ
           END-CALL

           MOVE SPACES TO STAGE-LOG
           MOVE SPACES TO STAGE-LINE

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE CKPT-STMT
               BY VALUE 1
               RETURNING CKPT-COL-PTR
           END-CALL

           IF CKPT-COL-PTR IS NOT EQUAL TO NULL THEN
               SET ADDRESS OF CKPT-COL-TEXT TO CKPT-COL-PTR
               MOVE CKPT-COL-TEXT(1:1) TO STAGE-LOG
           END-IF

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE CKPT-STMT
               BY VALUE 2
               RETURNING CKPT-COL-PTR
           END-CALL

           IF CKPT-COL-PTR IS NOT EQUAL TO NULL THEN
               SET ADDRESS OF CKPT-COL-TEXT TO CKPT-COL-PTR
               MOVE CKPT-COL-TEXT(1:102) TO STAGE-LINE
               INSPECT STAGE-LINE REPLACING CHARACTERS BY SPACE
                   AFTER INITIAL LOW-VALUE
               INSPECT STAGE-LINE REPLACING ALL LOW-VALUE BY SPACE
           END-IF

           CALL STATIC "sqlite3_finalize" USING BY VALUE CKPT-STMT
           END-CALL

           MOVE "N" TO STAGE-ON-LOG

           IF STAGE-CHECK IS EQUAL TO "Y" THEN
               MOVE "N" TO STAGE-CHECK
               PERFORM CHECK-STAGED-ON-LOG
           END-IF

           IF STAGE-ON-LOG IS EQUAL TO "N" THEN
               EVALUATE STAGE-LOG
                   WHEN "A"
                       MOVE SPACES TO AUDIT-RECORD
                       MOVE STAGE-LINE(1:71) TO AUDIT-RECORD(1:71)
                       PERFORM APPEND-AUDIT-LINE
                   WHEN "J"
                       MOVE SPACES TO JOURNAL-RECORD
                       MOVE STAGE-LINE(1:102) TO JOURNAL-RECORD(1:102)
                       PERFORM APPEND-JOURNAL-LINE
               END-EVALUATE
           END-IF

           MOVE STAGE-SEQ TO STAGE-SEQ-DSP
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "DELETE FROM LOGSTAGE WHERE SEQ=" DELIMITED BY SIZE
               STAGE-SEQ-DSP DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "FLUSH-ONE-STAGED-LINE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               GO TO FLUSH-ONE-STAGED-LINE-EXIT
           END-IF

           MOVE "N" TO STAGE-EMPTY.

       FLUSH-ONE-STAGED-LINE-EXIT.
           EXIT.

      *    A FAILED RUN MAY HAVE GOT THE LINE ONTO ITS LOG BUT NOT
      *    OFF LOGSTAGE - IF THE LOG ALREADY HOLDS IT, IT IS ONLY
      *    DELETED
       CHECK-STAGED-ON-LOG.
           EVALUATE STAGE-LOG
               WHEN "A"
                   OPEN INPUT AUDIT-FILE

                   IF AUDIT-FILE-STATUS IS EQUAL TO "00" THEN
                       PERFORM SCAN-AUDIT-FOR-STAGED
                           THRU SCAN-AUDIT-FOR-STAGED-EXIT
                           UNTIL AUDIT-FILE-STATUS IS EQUAL TO "10"
                       CLOSE AUDIT-FILE
                   END-IF
               WHEN "J"
                   OPEN INPUT JOURNAL-IN

                   IF JOURNAL-IN-STATUS IS EQUAL TO "00" THEN
                       PERFORM SCAN-JOURNAL-FOR-STAGED
                           THRU SCAN-JOURNAL-FOR-STAGED-EXIT
                           UNTIL JOURNAL-IN-STATUS IS EQUAL TO "10"
                       CLOSE JOURNAL-IN
                   END-IF
           END-EVALUATE.

       SCAN-AUDIT-FOR-STAGED.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO AUDIT-FILE-STATUS
                   GO TO SCAN-AUDIT-FOR-STAGED-EXIT
           END-READ

           IF AUDIT-RECORD(1:71) IS EQUAL TO STAGE-LINE(1:71) THEN
               MOVE "Y" TO STAGE-ON-LOG
           END-IF.

       SCAN-AUDIT-FOR-STAGED-EXIT.
           EXIT.

       SCAN-JOURNAL-FOR-STAGED.
           READ JOURNAL-IN
               AT END
                   MOVE "10" TO JOURNAL-IN-STATUS
                   GO TO SCAN-JOURNAL-FOR-STAGED-EXIT
           END-READ

           IF JIN-RECORD(1:102) IS EQUAL TO STAGE-LINE(1:102) THEN
               MOVE "Y" TO STAGE-ON-LOG
           END-IF.

       SCAN-JOURNAL-FOR-STAGED-EXIT.
           EXIT.

       WRITE-AUDIT-LOG.
           ACCEPT AUD-DATE-WS FROM DATE YYYYMMDD
           ACCEPT AUD-TIME-WS FROM TIME

           MOVE AUD-DATE-WS TO AUD-DATE
           MOVE AUD-TIME-WS TO AUD-TIME
           MOVE REMOTE-SITE TO AUD-OPERATOR

           MOVE "A" TO STAGE-LOG
           MOVE AUDIT-RECORD(1:71) TO STAGE-LINE
           PERFORM STAGE-LOG-LINE.

      *    ONE STAGED AUDIT LINE ONTO THE LOG, CHAINED ON FROM THE
      *    LINE BEFORE IT
       APPEND-AUDIT-LINE.
           PERFORM LOCK-CHAIN

           IF CHAIN-LOCK-DEPTH IS EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-AUDIT-CHAIN
           PERFORM LINK-AUDIT-RECORD

           OPEN EXTEND AUDIT-FILE

           IF AUDIT-FILE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT AUDIT-FILE
           END-IF

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

       WRITE-JOURNAL.
           ACCEPT AUD-DATE-WS FROM DATE YYYYMMDD
           ACCEPT AUD-TIME-WS FROM TIME

           MOVE SPACES TO JOURNAL-RECORD
           MOVE AUD-DATE-WS TO JRN-DATE
           MOVE AUD-TIME-WS TO JRN-TIME
           MOVE IND-ACTION TO JRN-ACTION
           MOVE IND-ID TO JRN-ID
           MOVE IND-BEFORE TO JRN-BEFORE
           MOVE IND-AFTER TO JRN-AFTER

           MOVE SPACES TO MERGE-OPERATOR

           STRING "MRG " DELIMITED BY SIZE
               REMOTE-SITE DELIMITED BY SIZE
               INTO MERGE-OPERATOR
           END-STRING

           MOVE MERGE-OPERATOR TO JRN-OPERATOR

           MOVE "J" TO STAGE-LOG
           MOVE JOURNAL-RECORD(1:102) TO STAGE-LINE
           PERFORM STAGE-LOG-LINE.

       APPEND-JOURNAL-LINE.
           PERFORM LOCK-CHAIN

           IF CHAIN-LOCK-DEPTH IS EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-JOURNAL-CHAIN
           PERFORM LINK-JOURNAL-RECORD

           OPEN EXTEND JOURNAL-OUT

           IF JOURNAL-OUT-STATUS IS EQUAL TO "35" THEN

           IF JOURNAL-OUT-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON JOURNAL-FILE"
               PERFORM UNLOCK-CHAIN
               EXIT PARAGRAPH
           END-IF

           WRITE JOURNAL-RECORD

           IF JOURNAL-OUT-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "WRITE ERROR ON JOURNAL-OUT"
               CLOSE JOURNAL-OUT
               PERFORM UNLOCK-CHAIN
               EXIT PARAGRAPH
           END-IF

           CLOSE JOURNAL-OUT

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
           OPEN INPUT JOURNAL-IN

           IF JOURNAL-IN-STATUS IS EQUAL TO "00" THEN
               PERFORM FIND-JOURNAL-CHAIN-END
                   THRU FIND-JOURNAL-CHAIN-END-EXIT
                   UNTIL JOURNAL-IN-STATUS IS EQUAL TO "10"
               CLOSE JOURNAL-IN
           END-IF

           MOVE CHAIN-HOLD TO JOURNAL-RECORD.

       FIND-JOURNAL-CHAIN-END.
           READ JOURNAL-IN
               AT END
                   MOVE "10" TO JOURNAL-IN-STATUS
                   GO TO FIND-JOURNAL-CHAIN-END-EXIT
           END-READ

           IF JIN-SEQ IS NUMERIC AND JIN-HASH IS NUMERIC THEN
               MOVE JIN-SEQ TO CHAIN-SEQ
               MOVE JIN-HASH TO CHAIN-PREV-HASH
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
           MOVE "COBOL-SQLITE-SITEMRG" TO SQE-PROGRAM
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
