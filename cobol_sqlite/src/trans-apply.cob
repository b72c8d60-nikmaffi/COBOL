           SELECT RUNSTATS-FILE ASSIGN TO "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.
           SELECT CHAIN-FILE ASSIGN USING CHAIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-FILE-STATUS.
           SELECT SQLERR-FILE ASSIGN TO "./data/sqlerr.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQLERR-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "./data/alerts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO "tolerance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOLERANCE-FILE-STATUS.
           SELECT REJQUEUE-FILE ASSIGN TO "./data/rejects.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJQUEUE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-ADDR-RECORD.
           02 TRA-ACTION   PIC X.
           COPY ADDRESSES.
      *    SO DO DEPARTMENT ASSIGNMENTS - ACTION G PUTS THE PERSON IN
      *    A DEPARTMENT OR MOVES THEM TO ANOTHER, H TAKES THEM OUT
       01  TRANS-DEPT-RECORD.
           02 TRD-ACTION   PIC X.
           COPY DEPTASSIGN.
       FD  DISP-FILE.
       01  DISP-RECORD.
           02 DSP-SEQ      PIC 9(6).
           02 DSP-STATUS   PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 DSP-REASON   PIC X(30).
       01  DISP-NOTE       PIC X(72).
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
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALERT.
       FD  TOLERANCE-FILE.
       01  TOLERANCE-RECORD.
           COPY TOLERANCE.
       FD  REJQUEUE-FILE.
       01  REJQUEUE-RECORD.
           COPY REJQUEUE.
       WORKING-STORAGE SECTION.
       77 SQLITE           POINTER.
       77 ERROR-CODE       PIC S9(5)  USAGE IS COMP-5.
       77 ESCAPED-STREET   PIC X(61).
       77 ESCAPED-CITY     PIC X(61).
       77 ESCAPED-PHONE    PIC X(61).
      *    DEPARTMENT ASSIGNMENT - THE ID AND CODE ARE COPIED OUT OF
      *    THE FD AREA THE SAME WAY AS FOR ADDRESSES
       77 DEPT-ID-WS       PIC 9(6).
       77 DEPT-CODE-WS     PIC X(4).
       77 DEPT-CODE-OK     PIC X.
       77 DEPT-QUOTES      PIC 9(2).
       77 DEPT-BEFORE-WS   PIC X(4).
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
      *    REJECT QUEUE - SEE QUEUE-REJECT
       77 REJQUEUE-FILE-STATUS PIC X(02).
       77 REJECT-HOLD      PIC X(154).
       77 REJECT-PENDING   PIC X     VALUE IS "N".
      *    CHECKPOINT/RESTART - THE TRANSACTIONS ARE APPLIED IN
      *    BATCHES OF BATCH-SIZE. EACH BATCH COMMITS TOGETHER WITH
      *    ITS RUNCKPT ROW (LAST INPUT RECORD AND RUNNING TOTALS) AND
      *    ITS AUDIT, JOURNAL AND REJECT-QUEUE LINES STAGED ON
      *    LOGSTAGE; THE STAGED LINES GO OUT TO THE LOGS ONLY ONCE
      *    THE COMMIT HAS LANDED. A RERUN AFTER A FAILURE FIRST PUTS
      *    OUT ANY LINES STILL STAGED, THEN RESUMES AFTER THE
      *    CHECKPOINTED RECORD.
       77 BATCH-SIZE       PIC 9(3)  VALUE IS 100.
       77 BATCH-COUNT      PIC 9(3)  VALUE IS ZERO.
       77 BATCH-OPEN       PIC X     VALUE IS "N".
       77 RESTART-WS       PIC X     VALUE IS "N".
       77 SKIP-COUNT       PIC 9(6)  VALUE IS ZERO.
       77 SKIP-IDX         PIC 9(6)  VALUE IS ZERO.
       77 CKPT-STMT        POINTER.
       77 CKPT-COL-PTR     POINTER.
       77 CKPT-COL-TEXT    PIC X(154) BASED.
       77 CKPT-LAST-REC    PIC S9(9) USAGE IS COMP-5.
       01 CKPT-STARTED.
           02 CKPT-START-DATE PIC 9(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 CKPT-START-TIME PIC 9(8).
       01 CKPT-TOTALS.
           02 CKT-READ     PIC 9(6).
           02 CKT-APPLIED  PIC 9(6).
           02 CKT-REJECTED PIC 9(6).
       01 RESTART-LINE-1.
           02 FILLER       PIC X(27)
               VALUE IS "*** RESTART OF RUN STARTED ".
           02 RST-DATE     PIC 9(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 RST-TIME     PIC 9(8).
           02 FILLER       PIC X(4)  VALUE IS " ***".
       01 RESTART-LINE-2.
           02 FILLER       PIC X(31)
               VALUE IS "*** RESUMED AFTER INPUT RECORD ".
           02 RST-RECORD   PIC 9(6).
           02 FILLER       PIC X(4)  VALUE IS " ***".
       01 RESTART-LINE-3.
           02 FILLER       PIC X(30)
               VALUE IS "*** LINES ABOVE FOR LATER RECO".
           02 FILLER       PIC X(24)
               VALUE IS "RDS WERE BACKED OUT ***".
      *    STAGED LOG LINES - SEE STAGE-LOG-LINE AND FLUSH-STAGED-LOGS
       77 STAGE-LOG        PIC X.
       77 STAGE-LINE       PIC X(154).
       01 STAGE-ESCAPED-REC.
           02 STAGE-ESCAPED PIC X(308).
           02 STAGE-ESCAPED-CHARS REDEFINES STAGE-ESCAPED.
               03 STAGE-ESCAPED-CHAR PIC X OCCURS 308 TIMES.
       77 STAGE-IDX        PIC S9(4) USAGE IS COMP-5.
       77 STAGE-ESC-IDX    PIC S9(4) USAGE IS COMP-5.
       77 STAGE-ESC-LEN    PIC S9(4) USAGE IS COMP-5.
       77 STAGE-QUERY      PIC X(400).
       77 STAGE-SEQ        PIC S9(9) USAGE IS COMP-5.
       77 STAGE-SEQ-DSP    PIC 9(9).
       77 STAGE-EMPTY      PIC X.
       77 STAGE-CHECK      PIC X     VALUE IS "N".
       77 STAGE-ON-LOG     PIC X.
      *    REJECT TOLERANCE - SEE CHECK-REJECT-TOLERANCE
       77 TOLERANCE-FILE-STATUS PIC X(02).
       77 TOL-READ-WS      PIC 9(6).
       77 TOL-REJECT-WS    PIC 9(6).
       77 TOL-LIM-COUNT-WS PIC 9(6).
       77 TOL-LIM-PCT-WS   PIC 9(3).
       77 TOL-PCT-WS       PIC 9(3).
       77 TOL-ACTION-WS    PIC X(5).
       77 TOL-FOUND        PIC X     VALUE IS "N".
       77 TOL-BREACH       PIC X     VALUE IS "N".
      *    OPERATIONS ALERT QUEUE - SEE POST-ALERT
       77 ALERT-FILE-STATUS PIC X(02).
       77 ALERT-SEVERITY-WS PIC X(4).
       77 ALERT-KEY-WS     PIC X(20).
       77 ALERT-TEXT-WS    PIC X(50).
       77 ALERT-DATE-WS    PIC 9(8).
       77 ALERT-TIME-WS    PIC 9(8).
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
               CLOSE TRANS-FILE
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
               OPEN EXTEND DISP-FILE

               IF DISP-FILE-STATUS IS EQUAL TO "35" THEN
                   OPEN OUTPUT DISP-FILE
               END-IF
           ELSE
               OPEN OUTPUT DISP-FILE
           END-IF

           IF DISP-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON DISP-FILE"
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               MOVE 8 TO RETURN-CODE
               CLOSE TRANS-FILE
               STOP RUN
           END-IF

           IF RESTART-WS IS EQUAL TO "Y" THEN
               PERFORM SKIP-APPLIED-RECORDS THRU
                   SKIP-APPLIED-RECORDS-EXIT
                   UNTIL SKIP-IDX IS EQUAL TO SKIP-COUNT OR
                         TRANS-FILE-STATUS IS EQUAL TO "10"
               DISPLAY "RESUMING AFTER " SKIP-COUNT " CHECKPOINTED "
                   "TRANSACTIONS"
               PERFORM WRITE-RESTART-LINES
           END-IF

           PERFORM BEGIN-BATCH

           PERFORM APPLY-TRANSACTION THRU APPLY-TRANSACTION-EXIT
               UNTIL TRANS-FILE-STATUS IS EQUAL TO "10"

      *    THE LAST BATCH COMMITS AND ITS LINES GO OUT; ONLY THEN IS
      *    THE CHECKPOINT DROPPED, SO A FAILURE ANYWHERE BEFORE THIS
      *    POINT LEAVES THE RUN RESTARTABLE
           PERFORM COMMIT-BATCH
           PERFORM CLEAR-RUN-CHECKPOINT

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           CLOSE TRANS-FILE
           MOVE READ-COUNT TO RS-READ-WS
           MOVE APPLIED-COUNT TO RS-WRITTEN-WS
           MOVE REJECTED-COUNT TO RS-REJECTED-WS
           MOVE RS-READ-WS TO TOL-READ-WS
           MOVE RS-REJECTED-WS TO TOL-REJECT-WS
           PERFORM CHECK-REJECT-TOLERANCE
           PERFORM WRITE-RUN-STATS

      *    THE SQLITE CALLS LEAVE THEIR LAST RESULT IN RETURN-CODE -
      *    RESET IT SO THE JOB SCHEDULER SEES A CLEAN STEP, UNLESS
      *    THE REJECTS WENT OVER AN ABORT TOLERANCE.
           IF RS-STATUS-WS IS EQUAL TO "TOLA" THEN
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLY-TRANSACTION.
                   APPLY-ADDR-UPDATE-EXIT
               WHEN "E" PERFORM APPLY-ADDR-DELETE THRU
                   APPLY-ADDR-DELETE-EXIT
               WHEN "G" PERFORM APPLY-DEPT-ASSIGN THRU
                   APPLY-DEPT-ASSIGN-EXIT
               WHEN "H" PERFORM APPLY-DEPT-REMOVE THRU
                   APPLY-DEPT-REMOVE-EXIT
               WHEN OTHER PERFORM WRITE-REJECTED-BAD-ACTION
           END-EVALUATE

      *    THE REJECT-QUEUE LINE IS STAGED ONLY NOW, OUTSIDE THE
      *    TRANSACTION'S SAVEPOINT, SO UNWINDING THE TRANSACTION
      *    DOES NOT TAKE THE LINE WITH IT
           IF REJECT-PENDING IS EQUAL TO "Y" THEN
               MOVE "R" TO STAGE-LOG
               MOVE REJECT-HOLD TO STAGE-LINE
               PERFORM STAGE-LOG-LINE
               MOVE "N" TO REJECT-PENDING
           END-IF

           ADD 1 TO BATCH-COUNT

           IF BATCH-COUNT IS EQUAL TO BATCH-SIZE THEN
               PERFORM COMMIT-BATCH
               PERFORM BEGIN-BATCH
           END-IF.

       APPLY-TRANSACTION-EXIT.
           EXIT.

       SKIP-APPLIED-RECORDS.
           READ TRANS-FILE
               AT END
                   MOVE "10" TO TRANS-FILE-STATUS
                   GO TO SKIP-APPLIED-RECORDS-EXIT
           END-READ

           ADD 1 TO SKIP-IDX.

       SKIP-APPLIED-RECORDS-EXIT.
           EXIT.

       WRITE-RESTART-LINES.
           MOVE CKPT-START-DATE TO RST-DATE
           MOVE CKPT-START-TIME TO RST-TIME
           MOVE SKIP-COUNT TO RST-RECORD
           WRITE DISP-NOTE FROM RESTART-LINE-1
           WRITE DISP-NOTE FROM RESTART-LINE-2
           WRITE DISP-NOTE FROM RESTART-LINE-3.

       APPLY-ADD.
           IF NAME-FIELD IS EQUAL TO SPACES THEN
               MOVE "NAME CANNOT BE BLANK" TO DISP-REASON-WS
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "APPLY-ADD" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "INSERTING ERROR" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "APPLY-UPDATE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "UPDATING ERROR" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "APPLY-DELETE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "DELETING ERROR" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "APPLY-DELETE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "DELETE FROM ADDRESSES WHERE ID="
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "APPLY-DELETE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "ADDRESS CLEANUP ERROR" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               GO TO APPLY-DELETE-EXIT
           END-IF

      *    AND THEIR DEPARTMENT ASSIGNMENT
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "DELETE FROM DEPTASSIGN WHERE ID="
               DELIMITED BY SIZE
               ID-FIELD DELIMITED BY SIZE
               ";"
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
               MOVE "APPLY-DELETE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "DEPARTMENT CLEANUP ERROR" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               PERFORM ROLLBACK-TXN
               GO TO APPLY-DELETE-EXIT
           END-IF

           PERFORM COMMIT-TXN

           MOVE "DELETE" TO AUDIT-ACTION
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "APPLY-ADDR-ADD" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "INSERTING ERROR" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "APPLY-ADDR-UPDATE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "UPDATING ERROR" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "APPLY-ADDR-DELETE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "DELETING ERROR" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "ENSURE-ADDRESS-TABLE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF.

       COUNT-MATCHING-ADDR-PERSON.
           MOVE "N" TO CHECK-FAILED
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "RUN-ADDR-COUNT-QUERY" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           MOVE ZERO TO DUP-COUNT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               END-IF
           END-PERFORM.

      *    DEPARTMENT ASSIGNMENT - THE PERSON AND THE DEPARTMENT MUST
      *    BOTH BE ON FILE. A PERSON ALREADY IN A DEPARTMENT IS MOVED;
      *    THE JOURNAL CARRIES THE OLD AND NEW DEPARTMENT CODES.
       APPLY-DEPT-ASSIGN.
           IF DAS-ID IS NOT NUMERIC THEN
               MOVE "ID NOT NUMERIC" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               GO TO APPLY-DEPT-ASSIGN-EXIT
           END-IF

           MOVE DAS-ID TO DEPT-ID-WS
           MOVE DAS-DEPT TO DEPT-CODE-WS

           PERFORM CHECK-DEPT-CODE

           IF DEPT-CODE-OK IS NOT EQUAL TO "Y" THEN
               MOVE "DEPARTMENT CODE NOT VALID" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               GO TO APPLY-DEPT-ASSIGN-EXIT
           END-IF

           PERFORM BEGIN-TXN

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "DATABASE BUSY" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               GO TO APPLY-DEPT-ASSIGN-EXIT
           END-IF

           MOVE "N" TO CHECK-FAILED
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM PEOPLE WHERE ID="
               DELIMITED BY SIZE
               DEPT-ID-WS DELIMITED BY SIZE
               ";"
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-ADDR-COUNT-QUERY

           IF CHECK-FAILED IS EQUAL TO "Y" THEN
               MOVE "EXISTENCE CHECK ERROR" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               PERFORM ROLLBACK-TXN
               GO TO APPLY-DEPT-ASSIGN-EXIT
           END-IF

           IF DUP-COUNT IS EQUAL TO ZERO THEN
               MOVE "NO SUCH ID ON PEOPLE" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               PERFORM ROLLBACK-TXN
               GO TO APPLY-DEPT-ASSIGN-EXIT
           END-IF

           MOVE "N" TO CHECK-FAILED
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM DEPARTMENTS WHERE CODE='"
               DELIMITED BY SIZE
               DEPT-CODE-WS DELIMITED BY SIZE
               "';"
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-ADDR-COUNT-QUERY

           IF CHECK-FAILED IS EQUAL TO "Y" THEN
               MOVE "EXISTENCE CHECK ERROR" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               PERFORM ROLLBACK-TXN
               GO TO APPLY-DEPT-ASSIGN-EXIT
           END-IF

           IF DUP-COUNT IS EQUAL TO ZERO THEN
               MOVE "NO SUCH DEPARTMENT" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               PERFORM ROLLBACK-TXN
               GO TO APPLY-DEPT-ASSIGN-EXIT
           END-IF

           PERFORM LOOKUP-CURRENT-DEPT

           IF CHECK-FAILED IS EQUAL TO "Y" THEN
               MOVE "EXISTENCE CHECK ERROR" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               PERFORM ROLLBACK-TXN
               GO TO APPLY-DEPT-ASSIGN-EXIT
           END-IF

           IF DEPT-BEFORE-WS IS EQUAL TO DEPT-CODE-WS THEN
               MOVE "ALREADY IN THAT DEPARTMENT" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               PERFORM ROLLBACK-TXN
               GO TO APPLY-DEPT-ASSIGN-EXIT
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "INSERT OR REPLACE INTO DEPTASSIGN VALUES ("
               DELIMITED BY SIZE
               DEPT-ID-WS DELIMITED BY SIZE
               ",'"
               DEPT-CODE-WS DELIMITED BY SIZE
               "');"
               INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "APPLY-DEPT-ASSIGN" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "ASSIGNING ERROR" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               PERFORM ROLLBACK-TXN
               GO TO APPLY-DEPT-ASSIGN-EXIT
           END-IF

           PERFORM COMMIT-TXN

           MOVE DEPT-ID-WS TO ID-FIELD
           MOVE DEPT-CODE-WS TO NAME-FIELD
           MOVE "ASSIGN" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG

           MOVE DEPT-BEFORE-WS TO JOURNAL-BEFORE
           MOVE DEPT-CODE-WS TO JOURNAL-AFTER
           PERFORM WRITE-JOURNAL

           PERFORM WRITE-APPLIED.

       APPLY-DEPT-ASSIGN-EXIT.
           EXIT.

       APPLY-DEPT-REMOVE.
           IF DAS-ID IS NOT NUMERIC THEN
               MOVE "ID NOT NUMERIC" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               GO TO APPLY-DEPT-REMOVE-EXIT
           END-IF

           MOVE DAS-ID TO DEPT-ID-WS

           PERFORM BEGIN-TXN

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "DATABASE BUSY" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               GO TO APPLY-DEPT-REMOVE-EXIT
           END-IF

           PERFORM LOOKUP-CURRENT-DEPT

           IF CHECK-FAILED IS EQUAL TO "Y" THEN
               MOVE "EXISTENCE CHECK ERROR" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               PERFORM ROLLBACK-TXN
               GO TO APPLY-DEPT-REMOVE-EXIT
           END-IF

           IF DEPT-BEFORE-WS IS EQUAL TO SPACES THEN
               MOVE "NO DEPARTMENT ASSIGNED" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               PERFORM ROLLBACK-TXN
               GO TO APPLY-DEPT-REMOVE-EXIT
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "DELETE FROM DEPTASSIGN WHERE ID="
               DELIMITED BY SIZE
               DEPT-ID-WS DELIMITED BY SIZE
               ";"
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
               MOVE "APPLY-DEPT-REMOVE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "DELETING ERROR" TO DISP-REASON-WS
               PERFORM WRITE-REJECTED
               PERFORM ROLLBACK-TXN
               GO TO APPLY-DEPT-REMOVE-EXIT
           END-IF

           PERFORM COMMIT-TXN

           MOVE DEPT-ID-WS TO ID-FIELD
           MOVE DEPT-BEFORE-WS TO NAME-FIELD
           MOVE "UNASGN" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG

           MOVE DEPT-BEFORE-WS TO JOURNAL-BEFORE
           MOVE SPACES TO JOURNAL-AFTER
           PERFORM WRITE-JOURNAL

           PERFORM WRITE-APPLIED.

       APPLY-DEPT-REMOVE-EXIT.
           EXIT.

      *    A DEPARTMENT CODE GOES INTO THE SQL AS A QUOTED LITERAL -
      *    IT MAY NOT BE BLANK OR CARRY A QUOTE
       CHECK-DEPT-CODE.
           MOVE "Y" TO DEPT-CODE-OK
           MOVE ZERO TO DEPT-QUOTES
           INSPECT DEPT-CODE-WS TALLYING DEPT-QUOTES FOR ALL "'"

           IF DEPT-CODE-WS(1:1) IS EQUAL TO SPACE OR
               DEPT-QUOTES IS GREATER THAN ZERO THEN
               MOVE "N" TO DEPT-CODE-OK
           END-IF.

      *    THE PERSON'S CURRENT DEPARTMENT INTO DEPT-BEFORE-WS -
      *    SPACES WHEN THEY HAVE NONE
       LOOKUP-CURRENT-DEPT.
           MOVE "N" TO CHECK-FAILED
           MOVE SPACES TO DEPT-BEFORE-WS
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT DEPT FROM DEPTASSIGN WHERE ID="
               DELIMITED BY SIZE
               DEPT-ID-WS DELIMITED BY SIZE
               ";"
               INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE -1
               BY REFERENCE COUNT-STMT
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "LOOKUP-CURRENT-DEPT" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO CHECK-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE COUNT-STMT
               RETURNING STEP-CODE
           END-CALL

           IF STEP-CODE IS EQUAL TO SQLITE-ROW THEN
               CALL STATIC "sqlite3_column_text" USING
                   BY VALUE COUNT-STMT
                   BY VALUE 0
                   RETURNING NAME-COL-PTR
               END-CALL

               SET ADDRESS OF NAME-COL-TEXT TO NAME-COL-PTR
               MOVE NAME-COL-TEXT TO JOURNAL-BEFORE
               INSPECT JOURNAL-BEFORE REPLACING CHARACTERS BY SPACE
                   AFTER INITIAL LOW-VALUE
               INSPECT JOURNAL-BEFORE
                   REPLACING ALL LOW-VALUE BY SPACE
               MOVE JOURNAL-BEFORE TO DEPT-BEFORE-WS
           END-IF

           CALL STATIC "sqlite3_finalize" USING BY VALUE COUNT-STMT
           END-CALL.

       COUNT-MATCHING-ID.
           MOVE "N" TO CHECK-FAILED
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM PEOPLE WHERE ID="
               DELIMITED BY SIZE
               ID-FIELD DELIMITED BY SIZE
               ";"
               INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE -1
               BY REFERENCE COUNT-STMT
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "COUNT-MATCHING-ID" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           MOVE ZERO TO DUP-COUNT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO CHECK-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE COUNT-STMT
               RETURNING STEP-CODE
           END-CALL

           IF STEP-CODE IS EQUAL TO SQLITE-ROW THEN
               CALL STATIC "sqlite3_column_int" USING
                   BY VALUE COUNT-STMT
                   BY VALUE 0
                   RETURNING DUP-COUNT
               END-CALL
           END-IF

           CALL STATIC "sqlite3_finalize" USING BY VALUE COUNT-STMT
           END-CALL.

       WRITE-APPLIED.
           MOVE SPACES TO DISP-REASON-WS
           MOVE "APPLIED" TO DISP-STATUS-WS
           PERFORM WRITE-DISPOSITION
           ADD 1 TO APPLIED-COUNT.

       WRITE-REJECTED.
           MOVE "REJECTED" TO DISP-STATUS-WS
           PERFORM WRITE-DISPOSITION
           ADD 1 TO REJECTED-COUNT

           MOVE SPACES TO REJQUEUE-RECORD
           MOVE TRANS-ADDR-RECORD TO RJQ-TRANS
           PERFORM QUEUE-REJECT.

       WRITE-REJECTED-BAD-ACTION.
           MOVE "ACTION NOT A/U/D/B/C/E/G/H" TO DISP-REASON-WS
           PERFORM WRITE-REJECTED.

       WRITE-DISPOSITION.
           MOVE SPACES TO DISP-RECORD
           MOVE READ-COUNT TO DSP-SEQ
           MOVE TRN-ACTION TO DSP-ACTION
           MOVE TRN-ID TO DSP-ID
           MOVE DISP-STATUS-WS TO DSP-STATUS
           MOVE DISP-REASON-WS TO DSP-REASON
           WRITE DISP-RECORD.

      *    EACH TRANSACTION IS A SAVEPOINT INSIDE THE BATCH - A
      *    REJECTED ONE UNWINDS ONLY ITS OWN WORK
       BEGIN-TXN.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SAVEPOINT TRANS;" DELIMITED BY SIZE INTO SQL-QUERY
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
               MOVE "BEGIN-TXN" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF.

       COMMIT-TXN.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "RELEASE TRANS;" DELIMITED BY SIZE INTO SQL-QUERY
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
               MOVE "COMMIT-TXN" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF.

       ROLLBACK-TXN.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "ROLLBACK TO TRANS; RELEASE TRANS;" DELIMITED BY SIZE
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
               MOVE "ROLLBACK-TXN" TO SQLERR-WHERE
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
               DISPLAY "BATCH COMMIT ERROR AT RECORD " READ-COUNT
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

           CLOSE TRANS-FILE
           CLOSE DISP-FILE

           DISPLAY "RUN STOPPED - A RERUN RESUMES AFTER THE LAST "
               "CHECKPOINT"
           MOVE "ERR" TO RS-STATUS-WS
           MOVE READ-COUNT TO RS-READ-WS
           MOVE APPLIED-COUNT TO RS-WRITTEN-WS
           MOVE REJECTED-COUNT TO RS-REJECTED-WS
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
               "WHERE PROGRAM='COBOL-SQLITE-TRANS';" DELIMITED BY SIZE
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
                   MOVE CKPT-COL-TEXT(1:18) TO CKPT-TOTALS
               END-IF
           END-IF

           CALL STATIC "sqlite3_finalize" USING BY VALUE CKPT-STMT
           END-CALL

           IF CKPT-LAST-REC IS GREATER THAN ZERO AND
               CKPT-TOTALS IS NUMERIC THEN
               MOVE "Y" TO RESTART-WS
               MOVE CKPT-LAST-REC TO SKIP-COUNT
               MOVE SKIP-COUNT TO READ-COUNT
               MOVE CKT-READ TO READ-COUNT
               MOVE CKT-APPLIED TO APPLIED-COUNT
               MOVE CKT-REJECTED TO REJECTED-COUNT
           END-IF

           IF CKPT-START-DATE IS NOT NUMERIC OR
               CKPT-START-TIME IS NOT NUMERIC THEN
               MOVE RS-START-DATE-WS TO CKPT-START-DATE
               MOVE RS-START-TIME-WS TO CKPT-START-TIME
           END-IF.

       WRITE-RUN-CHECKPOINT.
           MOVE READ-COUNT TO CKT-READ
           MOVE APPLIED-COUNT TO CKT-APPLIED
           MOVE REJECTED-COUNT TO CKT-REJECTED
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "INSERT OR REPLACE INTO RUNCKPT VALUES("
               DELIMITED BY SIZE
               "'COBOL-SQLITE-TRANS'," DELIMITED BY SIZE
               READ-COUNT DELIMITED BY SIZE
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
               DISPLAY "CHECKPOINT ERROR AT RECORD " READ-COUNT
               PERFORM STOP-AT-CHECKPOINT
           END-IF.

      *    A CLEAN END OF RUN - THE NEXT RUN STARTS FROM THE TOP
       CLEAR-RUN-CHECKPOINT.
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "DELETE FROM RUNCKPT WHERE PROGRAM="
               DELIMITED BY SIZE
               "'COBOL-SQLITE-TRANS';" DELIMITED BY SIZE
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

      *    ONE AUDIT (A), JOURNAL (J) OR REJECT-QUEUE (R)
      *    LINE, BUILT IN STAGE-LINE, ONTO LOGSTAGE INSIDE THE OPEN
      *    BATCH. A LINE THAT CANNOT BE STAGED STOPS THE RUN RATHER
      *    THAN LET THE BATCH COMMIT WITHOUT IT.
       STAGE-LOG-LINE.
           MOVE SPACES TO STAGE-ESCAPED
           MOVE 1 TO STAGE-ESC-IDX

           PERFORM VARYING STAGE-IDX FROM 1 BY 1
               UNTIL STAGE-IDX > 154
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
               "'COBOL-SQLITE-TRANS','" DELIMITED BY SIZE
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
               DISPLAY "LOG STAGING ERROR AT RECORD " READ-COUNT
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
               "PROGRAM='COBOL-SQLITE-TRANS' ORDER BY SEQ LIMIT 1;"
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
               MOVE CKPT-COL-TEXT(1:154) TO STAGE-LINE
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
                   WHEN "R"
                       MOVE STAGE-LINE TO REJQUEUE-RECORD
                       PERFORM APPEND-REJECT-LINE
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
                   OPEN INPUT JOURNAL-FILE

                   IF JOURNAL-FILE-STATUS IS EQUAL TO "00" THEN
                       PERFORM SCAN-JOURNAL-FOR-STAGED
                           THRU SCAN-JOURNAL-FOR-STAGED-EXIT
                           UNTIL JOURNAL-FILE-STATUS IS EQUAL TO "10"
                       CLOSE JOURNAL-FILE
                   END-IF
               WHEN "R"
                   OPEN INPUT REJQUEUE-FILE

                   IF REJQUEUE-FILE-STATUS IS EQUAL TO "00" THEN
                       PERFORM SCAN-REJECT-FOR-STAGED
                           THRU SCAN-REJECT-FOR-STAGED-EXIT
                           UNTIL REJQUEUE-FILE-STATUS IS EQUAL TO "10"
                       CLOSE REJQUEUE-FILE
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
           READ JOURNAL-FILE
               AT END
                   MOVE "10" TO JOURNAL-FILE-STATUS
                   GO TO SCAN-JOURNAL-FOR-STAGED-EXIT
           END-READ

           IF JOURNAL-RECORD(1:102) IS EQUAL TO STAGE-LINE(1:102) THEN
               MOVE "Y" TO STAGE-ON-LOG
           END-IF.

       SCAN-JOURNAL-FOR-STAGED-EXIT.
           EXIT.

       SCAN-REJECT-FOR-STAGED.
           READ REJQUEUE-FILE
               AT END
                   MOVE "10" TO REJQUEUE-FILE-STATUS
                   GO TO SCAN-REJECT-FOR-STAGED-EXIT
           END-READ

           IF REJQUEUE-RECORD IS EQUAL TO STAGE-LINE THEN
               MOVE "Y" TO STAGE-ON-LOG
           END-IF.

       SCAN-REJECT-FOR-STAGED-EXIT.
           EXIT.

       WRITE-AUDIT-LOG.
           ACCEPT AUD-DATE-WS FROM DATE YYYYMMDD
           ACCEPT AUD-TIME-WS FROM TIME

           MOVE SPACES TO AUDIT-RECORD
           MOVE AUD-DATE-WS TO AUD-DATE
           MOVE AUD-TIME-WS TO AUD-TIME
           MOVE AUDIT-ACTION TO AUD-ACTION
           MOVE ID-FIELD TO AUD-ID
           MOVE NAME-FIELD TO AUD-NAME
           MOVE "BATCH" TO AUD-OPERATOR

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
      *        OPEN EXTEND DOES NOT CREATE A MISSING FILE - FALL BACK
      *        TO OPEN OUTPUT, WHICH DOES, ON A FRESH DEPLOYMENT WITH
      *        NO AUDIT-FILE YET.

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

       LOOKUP-BEFORE-IMAGE.
           MOVE SPACES TO JOURNAL-BEFORE
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "LOOKUP-BEFORE-IMAGE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

               SET ADDRESS OF NAME-COL-TEXT TO NAME-COL-PTR
               MOVE NAME-COL-TEXT TO JOURNAL-BEFORE
               INSPECT JOURNAL-BEFORE REPLACING CHARACTERS BY SPACE
                   AFTER INITIAL LOW-VALUE
               INSPECT JOURNAL-BEFORE REPLACING ALL LOW-VALUE BY SPACE
           END-IF

           CALL STATIC "sqlite3_finalize" USING BY VALUE COUNT-STMT
           MOVE JOURNAL-AFTER TO JRN-AFTER
           MOVE "BATCH" TO JRN-OPERATOR

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

       ESCAPE-NAME.
           MOVE SPACES TO ESCAPED-NAME

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "CREATE TABLE IF NOT EXISTS SITECTL("
               DELIMITED BY SIZE
               "SITE TEXT PRIMARY KEY,LOW_ID INTEGER,"
               DELIMITED BY SIZE
               "HIGH_ID INTEGER);"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-SEQ-STATEMENT

      *    SITE PARTITIONING - WHEN A SITECTL ROW ASSIGNS THIS SITE
      *    AN ID RANGE, THE CATCH-UP ONLY LOOKS AT IDS UP TO ITS HIGH
      *    END (PEOPLE MERGED IN FROM A SITE HIGHER UP MUST NOT DRAG
      *    THE SEQUENCE OUT OF RANGE), THE SEQUENCE IS FLOORED AT ITS
      *    LOW END AND REFUSED PAST ITS HIGH END
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "WITH M(X) AS (SELECT IFNULL(MAX(ID),0) FROM "
               DELIMITED BY SIZE
               "PEOPLE WHERE ID<=IFNULL((SELECT HIGH_ID FROM "
               DELIMITED BY SIZE
               "SITECTL WHERE SITE='" DELIMITED BY SIZE
               SITE-CODE DELIMITED BY SIZE
               "'),ID)) UPDATE SEQCTL SET NEXT_ID=(SELECT X+1 "
               DELIMITED BY SIZE
               "FROM M) WHERE NAME='PEOPLE' AND NEXT_ID<=(SELECT "
               DELIMITED BY SIZE
               "X FROM M);" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "GET-NEXT-ID" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO SEQ-FAILED
               EXIT PARAGRAPH
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "RUN-SEQ-STATEMENT" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO SEQ-FAILED
           END-IF.
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "CHECK-SITE-RANGE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO SEQ-FAILED
               EXIT PARAGRAPH
               MOVE "Y" TO SEQ-FAILED
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
           MOVE "COBOL-SQLITE-TRANS" TO SQE-PROGRAM
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

      *    EVERY REJECT ALSO GOES ON THE REJECT QUEUE, WHERE IT
      *    WAITS FOR A CLERK TO CORRECT AND RESUBMIT IT OR ABANDON
      *    IT THROUGH COBOL-SQLITE. THE CALLER HAS BUILT RJQ-TRANS;
      *    THE ITEM IS IDENTIFIED BY THIS RUN'S START AND THE INPUT
      *    RECORD NUMBER. THE LINE IS HELD HERE AND STAGED WITH THE
      *    BATCH ONCE THE TRANSACTION IS DONE WITH.
       QUEUE-REJECT.
           MOVE RS-START-DATE-WS TO RJQ-DATE
           MOVE RS-START-TIME-WS TO RJQ-TIME
           MOVE "COBOL-SQLITE-TRANS" TO RJQ-PROGRAM
           MOVE READ-COUNT TO RJQ-SEQ
           MOVE SPACES TO RJQ-REASON-CODE
           MOVE DISP-REASON-WS TO RJQ-REASON-TEXT

           MOVE REJQUEUE-RECORD TO REJECT-HOLD
           MOVE "Y" TO REJECT-PENDING.

       APPEND-REJECT-LINE.
           OPEN EXTEND REJQUEUE-FILE

           IF REJQUEUE-FILE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT REJQUEUE-FILE
           END-IF

           IF REJQUEUE-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON REJQUEUE-FILE"
               EXIT PARAGRAPH
           END-IF

           WRITE REJQUEUE-RECORD
           CLOSE REJQUEUE-FILE.

      *    REJECT TOLERANCE - THE CALLER SETS TOL-READ-WS AND
      *    TOL-REJECT-WS. THE LIMITS FOR THIS PROGRAM COME OFF
      *    tolerance.dat (LAST LINE FOR THE PROGRAM WINS); A BREACH
      *    SETS TOL-BREACH AND THE RUN STATUS AND GOES ON THE ALERT
      *    QUEUE. THE CALLER ENDS THE STEP WITH CONDITION CODE 12
      *    WHEN THE ACTION IS ABORT.
       CHECK-REJECT-TOLERANCE.
           MOVE "N" TO TOL-BREACH
           MOVE "N" TO TOL-FOUND

           OPEN INPUT TOLERANCE-FILE

           IF TOLERANCE-FILE-STATUS IS NOT EQUAL TO "00" THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-TOLERANCE-LINE THRU FIND-TOLERANCE-LINE-EXIT
               UNTIL TOLERANCE-FILE-STATUS IS EQUAL TO "10"

           CLOSE TOLERANCE-FILE

           IF TOL-FOUND IS NOT EQUAL TO "Y" THEN
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO TOL-PCT-WS

           IF TOL-READ-WS IS GREATER THAN ZERO THEN
               COMPUTE TOL-PCT-WS ROUNDED =
                   TOL-REJECT-WS * 100 / TOL-READ-WS
           END-IF

           IF TOL-LIM-COUNT-WS IS GREATER THAN ZERO AND
               TOL-REJECT-WS IS GREATER THAN TOL-LIM-COUNT-WS THEN
               MOVE "Y" TO TOL-BREACH
           END-IF

           IF TOL-LIM-PCT-WS IS GREATER THAN ZERO AND
               TOL-REJECT-WS * 100 IS GREATER THAN
               TOL-LIM-PCT-WS * TOL-READ-WS THEN
               MOVE "Y" TO TOL-BREACH
           END-IF

           IF TOL-BREACH IS NOT EQUAL TO "Y" THEN
               EXIT PARAGRAPH
           END-IF

           DISPLAY "REJECT TOLERANCE BREACHED - " TOL-REJECT-WS
               " OF " TOL-READ-WS " REJECTED (" TOL-PCT-WS " PCT)"
           DISPLAY "LIMITS: " TOL-LIM-COUNT-WS " RECORDS, "
               TOL-LIM-PCT-WS " PCT - ACTION " TOL-ACTION-WS

           IF TOL-ACTION-WS IS EQUAL TO "ABORT" THEN
               MOVE "TOLA" TO RS-STATUS-WS
               MOVE "CRIT" TO ALERT-SEVERITY-WS
           ELSE
               MOVE "TOLW" TO RS-STATUS-WS
               MOVE "WARN" TO ALERT-SEVERITY-WS
           END-IF

           MOVE "people_trans.dat" TO ALERT-KEY-WS
           MOVE SPACES TO ALERT-TEXT-WS
           STRING "REJECTS " DELIMITED BY SIZE
               TOL-REJECT-WS DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               TOL-READ-WS DELIMITED BY SIZE
               " OVER " DELIMITED BY SIZE
               TOL-LIM-COUNT-WS DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               TOL-LIM-PCT-WS DELIMITED BY SIZE
               " PCT" DELIMITED BY SIZE
               INTO ALERT-TEXT-WS
           END-STRING
           PERFORM POST-ALERT.

       FIND-TOLERANCE-LINE.
           READ TOLERANCE-FILE
               AT END
                   MOVE "10" TO TOLERANCE-FILE-STATUS
                   GO TO FIND-TOLERANCE-LINE-EXIT
           END-READ

           IF TOL-PROGRAM IS NOT EQUAL TO "COBOL-SQLITE-TRANS" THEN
               GO TO FIND-TOLERANCE-LINE-EXIT
           END-IF

           MOVE "Y" TO TOL-FOUND
           MOVE ZERO TO TOL-LIM-COUNT-WS
           MOVE ZERO TO TOL-LIM-PCT-WS

           IF TOL-MAX-COUNT IS NUMERIC THEN
               MOVE TOL-MAX-COUNT TO TOL-LIM-COUNT-WS
           END-IF

           IF TOL-MAX-PCT IS NUMERIC THEN
               MOVE TOL-MAX-PCT TO TOL-LIM-PCT-WS
           END-IF

           MOVE TOL-ACTION TO TOL-ACTION-WS
           INSPECT TOL-ACTION-WS CONVERTING "abortwn" TO "ABORTWN".

       FIND-TOLERANCE-LINE-EXIT.
           EXIT.

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
           MOVE "COBOL-SQLITE-TRANS" TO ALR-PROGRAM
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
