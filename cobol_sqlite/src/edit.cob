           SELECT RUNSTATS-FILE ASSIGN TO "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.
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
       FD  PEOPLE-FILE.
       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           COPY RUNSTATS.
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
       01 TRAILER-3.
           02 FILLER       PIC X(15) VALUE IS "RECORDS BAD:   ".
           02 TRL-REJECT   PIC ZZZZZ9.
      *    REJECT QUEUE - SEE QUEUE-REJECT
       77 REJQUEUE-FILE-STATUS PIC X(02).
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
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "MAINLINE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "CANNOT BUILD THE SEEN-ID WORK TABLE"
               MOVE 8 TO RETURN-CODE
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               CLOSE PEOPLE-FILE
               CLOSE CLEAN-FILE
           WRITE PRINT-LINE

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           CLOSE PEOPLE-FILE
           MOVE READ-COUNT TO RS-READ-WS
           MOVE CLEAN-COUNT TO RS-WRITTEN-WS
           MOVE REJECT-COUNT TO RS-REJECTED-WS
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

       EDIT-RECORD.
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "RUN-SEEN-QUERY" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO CHECK-FAILED
               EXIT PARAGRAPH
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "REMEMBER-SEEN-ID" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "WARNING: COULD NOT REMEMBER ID " ID-FIELD
                   " FOR THE IN-FILE DUPLICATE CHECK"
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "COUNT-MATCHING-ADDR-ID" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           MOVE ZERO TO DUP-COUNT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "COUNT-MATCHING-ID" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           MOVE ZERO TO DUP-COUNT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
           WRITE REJECT-RECORD
           ADD 1 TO REJECT-COUNT

           MOVE SPACES TO REJQUEUE-RECORD
           MOVE "A" TO RJQ-ACTION
           MOVE PEOPLE-RECORD TO RJQ-DATA
           PERFORM QUEUE-REJECT

           MOVE SPACES TO DETAIL-LINE
           MOVE REASON-CODE-WS TO DET-CODE
           MOVE ID-FIELD TO DET-ID
           WRITE REJECT-RECORD
           ADD 1 TO REJECT-COUNT

           MOVE SPACES TO REJQUEUE-RECORD
           MOVE "B" TO RJQ-ACTION
           MOVE ADDR-INPUT-RECORD(4:71) TO RJQ-DATA
           PERFORM QUEUE-REJECT

           MOVE SPACES TO DETAIL-LINE
           MOVE REASON-CODE-WS TO DET-CODE
           MOVE ADR-ID TO DET-ID
           WRITE PRINT-LINE
           MOVE ZERO TO LINE-COUNT.

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
           MOVE "COBOL-SQLITE-EDIT" TO SQE-PROGRAM
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
      *    RECORD NUMBER.
       QUEUE-REJECT.
           MOVE RS-START-DATE-WS TO RJQ-DATE
           MOVE RS-START-TIME-WS TO RJQ-TIME
           MOVE "COBOL-SQLITE-EDIT" TO RJQ-PROGRAM
           MOVE READ-COUNT TO RJQ-SEQ
           MOVE REASON-CODE-WS TO RJQ-REASON-CODE
           MOVE REASON-TEXT-WS TO RJQ-REASON-TEXT

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

           MOVE "people.dat" TO ALERT-KEY-WS
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

           IF TOL-PROGRAM IS NOT EQUAL TO "COBOL-SQLITE-EDIT" THEN
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
           MOVE "COBOL-SQLITE-EDIT" TO ALR-PROGRAM
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
