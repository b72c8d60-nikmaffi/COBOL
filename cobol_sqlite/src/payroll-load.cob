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
       DATA DIVISION.
       FILE SECTION.
      *    THE BUREAU'S MONTHLY RETURN - SAME SHAPE OF CONTROLS AS
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
       WORKING-STORAGE SECTION.
       77 SQLITE           POINTER.
       77 COUNT-STMT       POINTER.
       77 RS-END-DATE-WS  PIC 9(8).
       77 RS-END-TIME-WS  PIC 9(8).
       77 RS-STATUS-WS    PIC X(4)  VALUE IS "OK".
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
           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY, TRY AGAIN"
               MOVE 8 TO RETURN-CODE
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               CLOSE RETURN-FILE
               CLOSE REJECT-FILE
               END-IF
           END-IF

      *    A RETURN WITH MORE REJECTS THAN ITS TOLERANCE ALLOWS IS
      *    BACKED OUT WHOLE WHEN THE ACTION IS ABORT
           MOVE OUR-COUNT TO TOL-READ-WS
           MOVE REJECT-COUNT TO TOL-REJECT-WS
           PERFORM CHECK-REJECT-TOLERANCE

           IF RS-STATUS-WS IS EQUAL TO "TOLA" AND
               CONTROL-BAD IS NOT EQUAL TO "Y" THEN
               MOVE "ROLLBACK;" TO SQL-QUERY
               PERFORM RUN-STATEMENT
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               DISPLAY "LOAD BACKED OUT - NOTHING STORED"
               PERFORM WRITE-RUN-STATS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF CONTROL-BAD IS EQUAL TO "Y" THEN
               MOVE "ROLLBACK;" TO SQL-QUERY
               PERFORM RUN-STATEMENT
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               DISPLAY "LOAD BACKED OUT - NOTHING STORED"
               MOVE "ERR" TO RS-STATUS-WS
           PERFORM RUN-STATEMENT

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           DISPLAY APPLIED-COUNT " PAY RECORDS STORED, "
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "COUNT-MATCHING-PERSON" TO SQLERR-WHERE
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
           MOVE "COBOL-SQLITE-PAYIN" TO SQE-PROGRAM
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

           MOVE "payroll_return.dat" TO ALERT-KEY-WS
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

           IF TOL-PROGRAM IS NOT EQUAL TO "COBOL-SQLITE-PAYIN" THEN
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
           MOVE "COBOL-SQLITE-PAYIN" TO ALR-PROGRAM
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
           END-IF

           CALL STATIC "sqlite3_close" USING
               BY VALUE SCHEMA-DB
           END-CALL

           IF SCHEMA-VERSION-DB IS NOT EQUAL TO
