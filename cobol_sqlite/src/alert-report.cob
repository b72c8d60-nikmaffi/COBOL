       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-SQLITE-ALERTRPT.
       AUTHOR.     NIK MAFFI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "./data/alerts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT ALERTACK-FILE ASSIGN TO "./data/alertack.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTACK-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "alerts.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.
           SELECT SQLERR-FILE ASSIGN TO "./data/sqlerr.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQLERR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALERT.
       FD  ALERTACK-FILE.
       01  ALERTACK-RECORD.
           COPY ALERTACK.
       FD  PRINT-FILE.
       01  PRINT-LINE          PIC X(100).
       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           COPY RUNSTATS.
       FD  SQLERR-FILE.
       01  SQLERR-RECORD.
           COPY SQLERR.
       WORKING-STORAGE SECTION.
       77 ALERT-FILE-STATUS PIC X(02).
       77 ALERTACK-FILE-STATUS PIC X(02).
       77 PRINT-FILE-STATUS PIC X(02).
       77 ALERT-TOTAL      PIC 9(6)  VALUE IS ZERO.
       77 ACKED-TOTAL      PIC 9(6)  VALUE IS ZERO.
       77 OPEN-TOTAL       PIC 9(6)  VALUE IS ZERO.
       77 OPEN-CRIT        PIC 9(6)  VALUE IS ZERO.
       77 OPEN-WARN        PIC 9(6)  VALUE IS ZERO.
       77 OPEN-INFO        PIC 9(6)  VALUE IS ZERO.
      *    THE ACKNOWLEDGEMENT OF THE ALERT BEING PRINTED - WHO
      *    CLEARED IT, WHEN, AND WHAT THEY SAID ABOUT IT
       01 ACKED-DETAIL.
           02 ACKD-DATE    PIC X(8).
           02 ACKD-TIME    PIC X(8).
           02 ACKD-OPERATOR PIC X(8).
           02 ACKD-COMMENT PIC X(40).
       77 ACKED-FOUND      PIC X.
      *    ONLY THE FIRST OUTCOME ON FILE FOR AN ITEM COUNTS. THEY ARE
      *    LOOKED UP IN AN INDEXED WORK TABLE IN A PRIVATE IN-MEMORY
      *    DATABASE - THE LOG IS NEVER PRUNED, SO THERE CAN BE NO
      *    CEILING. THE TABLE HOLDS THE IDENTITY AND THE DETAIL LINE
       77 SQLITE           POINTER.
       77 MATCH-STMT       POINTER.
       77 ERROR-CODE       PIC S9(5) USAGE IS COMP-5.
       77 STEP-CODE        PIC S9(5) USAGE IS COMP-5.
       77 SQLITE-ROW       PIC S9(5) USAGE IS COMP-5 VALUE IS 100.
       77 SQL-QUERY        PIC X(300).
       01 MATCH-DB-NAME.
           02 FILLER       PIC X(8)  VALUE IS ":memory:".
           02 FILLER       PIC X     VALUE IS LOW-VALUE.
       77 MATCH-KEY        PIC X(58).
       77 MATCH-TEXT       PIC X(65).
       77 MATCH-FAILED     PIC X     VALUE IS "N".
       77 MATCH-FOUND-SW   PIC X.
       77 ESCAPED-KEY      PIC X(116).
       77 ESCAPED-KEY-LEN  PIC S9(4) USAGE IS COMP-5.
       01 ESCAPE-IN        PIC X(65).
       01 ESCAPE-OUT-REC.
           02 ESCAPE-OUT   PIC X(130).
           02 ESCAPE-OUT-CHARS REDEFINES ESCAPE-OUT.
               03 ESCAPE-OUT-CHAR PIC X OCCURS 130 TIMES.
       77 ESCAPE-IN-LEN    PIC S9(4) USAGE IS COMP-5.
       77 ESCAPE-IN-IDX    PIC S9(4) USAGE IS COMP-5.
       77 ESCAPE-OUT-LEN   PIC S9(4) USAGE IS COMP-5.
       77 COL-TEXT-PTR     POINTER.
       77 COL-TEXT         PIC X(65) BASED.
       77 SQLERR-FILE-STATUS PIC X(02).
       77 SQLERR-WHERE     PIC X(30).
       77 SQLERR-STATEMENT PIC X(60).
       77 SQLERR-STEP-WS   PIC X(4).
       77 SQLERR-DB-RC     PIC S9(5) USAGE IS COMP-5.
       77 SQLERR-MSG-PTR   POINTER.
       77 SQLERR-MSG-TEXT  PIC X(60) BASED.
       77 SQLERR-DATE-WS   PIC 9(8).
       77 SQLERR-TIME-WS   PIC 9(8).
       01 HEADER-1.
           02 FILLER       PIC X(30)
               VALUE IS "OPERATIONS ALERT HISTORY".
           02 FILLER       PIC X(6)  VALUE IS "DATE: ".
           02 HDR-DATE     PIC 9(8).
       01 HEADER-2.
           02 FILLER       PIC X(9)  VALUE IS "DATE".
           02 FILLER       PIC X(9)  VALUE IS "TIME".
           02 FILLER       PIC X(5)  VALUE IS "SEV".
           02 FILLER       PIC X(23) VALUE IS "PROGRAM".
           02 FILLER       PIC X(21) VALUE IS "KEY".
           02 FILLER       PIC X(6)  VALUE IS "STATUS".
       01 DETAIL-LINE.
           02 DET-DATE     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-TIME     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-SEVERITY PIC X(4).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-PROGRAM  PIC X(22).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-KEY      PIC X(20).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-STATUS   PIC X(6).
       01 DETAIL-TEXT-LINE.
           02 FILLER       PIC X(4)  VALUE IS SPACES.
           02 DTX-TEXT     PIC X(50).
       01 DETAIL-ACK-LINE.
           02 FILLER       PIC X(4)  VALUE IS SPACES.
           02 FILLER       PIC X(7)  VALUE IS "ACK BY ".
           02 DAK-OPERATOR PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DAK-DATE     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DAK-TIME     PIC X(8).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 DAK-COMMENT  PIC X(40).
       01 TRAILER-1.
           02 FILLER       PIC X(14) VALUE IS "TOTAL ALERTS: ".
           02 TRL-ALERTS   PIC ZZZZZ9.
           02 FILLER       PIC X(16) VALUE IS "  ACKNOWLEDGED: ".
           02 TRL-ACKED    PIC ZZZZZ9.
           02 FILLER       PIC X(8)  VALUE IS "  OPEN: ".
           02 TRL-OPEN     PIC ZZZZZ9.
       01 TRAILER-2.
           02 FILLER       PIC X(11) VALUE IS "OPEN CRIT: ".
           02 TRL-CRIT     PIC ZZZZZ9.
           02 FILLER       PIC X(8)  VALUE IS "  WARN: ".
           02 TRL-WARN     PIC ZZZZZ9.
           02 FILLER       PIC X(8)  VALUE IS "  INFO: ".
           02 TRL-INFO     PIC ZZZZZ9.
       77 RUN-DATE         PIC 9(8).
       77 RUNSTATS-FILE-STATUS PIC X(02).
       77 RS-START-DATE-WS PIC 9(8).
       77 RS-START-TIME-WS PIC 9(8).
       77 RS-END-DATE-WS  PIC 9(8).
       77 RS-END-TIME-WS  PIC 9(8).
       77 RS-STATUS-WS    PIC X(4)  VALUE IS "OK".
       PROCEDURE DIVISION.
           ACCEPT RS-START-DATE-WS FROM DATE YYYYMMDD
           ACCEPT RS-START-TIME-WS FROM TIME

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           SET SQLITE TO NULL
           PERFORM OPEN-MATCH-TABLE

           IF MATCH-FAILED IS EQUAL TO "N" THEN
               OPEN INPUT ALERTACK-FILE

               IF ALERTACK-FILE-STATUS IS EQUAL TO "00" THEN
                   PERFORM LOAD-ACK-LINE THRU LOAD-ACK-LINE-EXIT
                       UNTIL ALERTACK-FILE-STATUS IS EQUAL TO "10"
                       OR MATCH-FAILED IS EQUAL TO "Y"
                   CLOSE ALERTACK-FILE
               END-IF
           END-IF

           PERFORM END-MATCH-LOAD

           IF MATCH-FAILED IS EQUAL TO "Y" THEN
               DISPLAY "CANNOT BUILD THE ACKNOWLEDGEMENT WORK TABLE"
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE

           IF PRINT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON PRINT-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE RUN-DATE TO HDR-DATE
           WRITE PRINT-LINE FROM HEADER-1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM HEADER-2

      *    NO ALERT LOG SIMPLY MEANS NOTHING HAS BEEN RAISED YET
           OPEN INPUT ALERT-FILE

           IF ALERT-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM REPORT-ALERT-LINE THRU REPORT-ALERT-LINE-EXIT
                   UNTIL ALERT-FILE-STATUS IS EQUAL TO "10"
                   OR MATCH-FAILED IS EQUAL TO "Y"
               CLOSE ALERT-FILE
           END-IF

           IF ALERT-TOTAL IS EQUAL TO ZERO THEN
               MOVE "(NO ALERTS ON FILE)" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ALERT-TOTAL TO TRL-ALERTS
           MOVE ACKED-TOTAL TO TRL-ACKED
           MOVE OPEN-TOTAL TO TRL-OPEN
           WRITE PRINT-LINE FROM TRAILER-1
           MOVE OPEN-CRIT TO TRL-CRIT
           MOVE OPEN-WARN TO TRL-WARN
           MOVE OPEN-INFO TO TRL-INFO
           WRITE PRINT-LINE FROM TRAILER-2

           CLOSE PRINT-FILE

           CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
           END-CALL

           IF MATCH-FAILED IS EQUAL TO "Y" THEN
               DISPLAY "ACKNOWLEDGEMENT LOOKUP FAILED - REPORT "
                   "INCOMPLETE"
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY ALERT-TOTAL " ALERTS, " OPEN-TOTAL " STILL OPEN"

           IF OPEN-TOTAL IS GREATER THAN ZERO THEN
               MOVE "WARN" TO RS-STATUS-WS
           END-IF

           PERFORM WRITE-RUN-STATS

           IF OPEN-TOTAL IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ACK-LINE.
           READ ALERTACK-FILE
               AT END
                   MOVE "10" TO ALERTACK-FILE-STATUS
                   GO TO LOAD-ACK-LINE-EXIT
           END-READ

           MOVE SPACES TO MATCH-KEY
           STRING ALK-ALR-DATE DELIMITED BY SIZE
               ALK-ALR-TIME DELIMITED BY SIZE
               ALK-ALR-PROGRAM DELIMITED BY SIZE
               ALK-ALR-KEY DELIMITED BY SIZE
               INTO MATCH-KEY
           END-STRING

           MOVE ALK-DATE TO ACKD-DATE
           MOVE ALK-TIME TO ACKD-TIME
           MOVE ALK-OPERATOR TO ACKD-OPERATOR
           MOVE ALK-COMMENT TO ACKD-COMMENT
           MOVE ACKED-DETAIL TO MATCH-TEXT

           PERFORM REMEMBER-MATCH-KEY.

       LOAD-ACK-LINE-EXIT.
           EXIT.

       REPORT-ALERT-LINE.
           READ ALERT-FILE
               AT END
                   MOVE "10" TO ALERT-FILE-STATUS
                   GO TO REPORT-ALERT-LINE-EXIT
           END-READ

           ADD 1 TO ALERT-TOTAL

           MOVE SPACES TO MATCH-KEY
           STRING ALR-DATE DELIMITED BY SIZE
               ALR-TIME DELIMITED BY SIZE
               ALR-PROGRAM DELIMITED BY SIZE
               ALR-KEY DELIMITED BY SIZE
               INTO MATCH-KEY
           END-STRING

           PERFORM SEARCH-MATCH-KEY

           IF MATCH-FAILED IS EQUAL TO "Y" THEN
               GO TO REPORT-ALERT-LINE-EXIT
           END-IF

           MOVE MATCH-FOUND-SW TO ACKED-FOUND
           MOVE MATCH-TEXT TO ACKED-DETAIL

           MOVE SPACES TO DETAIL-LINE
           MOVE ALR-DATE TO DET-DATE
           MOVE ALR-TIME TO DET-TIME
           MOVE ALR-SEVERITY TO DET-SEVERITY
           MOVE ALR-PROGRAM TO DET-PROGRAM
           MOVE ALR-KEY TO DET-KEY

           IF ACKED-FOUND IS EQUAL TO "Y" THEN
               MOVE "ACKED" TO DET-STATUS
               ADD 1 TO ACKED-TOTAL
           ELSE
               MOVE "OPEN" TO DET-STATUS
               ADD 1 TO OPEN-TOTAL

               EVALUATE ALR-SEVERITY
                   WHEN "CRIT"
                       ADD 1 TO OPEN-CRIT
                   WHEN "WARN"
                       ADD 1 TO OPEN-WARN
                   WHEN OTHER
                       ADD 1 TO OPEN-INFO
               END-EVALUATE
           END-IF

           WRITE PRINT-LINE FROM DETAIL-LINE

           MOVE ALR-TEXT TO DTX-TEXT
           WRITE PRINT-LINE FROM DETAIL-TEXT-LINE

           IF ACKED-FOUND IS EQUAL TO "Y" THEN
               MOVE ACKD-OPERATOR TO DAK-OPERATOR
               MOVE ACKD-DATE TO DAK-DATE
               MOVE ACKD-TIME TO DAK-TIME
               MOVE ACKD-COMMENT TO DAK-COMMENT
               WRITE PRINT-LINE FROM DETAIL-ACK-LINE
           END-IF.

       REPORT-ALERT-LINE-EXIT.
           EXIT.

      *    WORK TABLE OF OUTCOMES - ONE ROW PER ITEM DEALT WITH, KEYED
      *    ON ITS IDENTITY, ALL LOADED AS ONE TRANSACTION. ANY FAILURE
      *    SETS MATCH-FAILED AND THE RUN ENDS IN ERROR
       OPEN-MATCH-TABLE.
           MOVE "N" TO MATCH-FAILED

           CALL STATIC "sqlite3_open" USING
               BY REFERENCE MATCH-DB-NAME
               BY REFERENCE SQLITE
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "OPEN-MATCH-TABLE" TO SQLERR-WHERE
               MOVE ":memory:" TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               MOVE "Y" TO MATCH-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "CREATE TABLE MATCHKEY(K TEXT PRIMARY KEY,D TEXT);"
               DELIMITED BY SIZE
               "BEGIN;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "OPEN-MATCH-TABLE" TO SQLERR-WHERE
           PERFORM RUN-MATCH-STATEMENT.

      *    THE FIRST OUTCOME FOR AN ITEM STAYS - A LATER ONE IS IGNORED
       REMEMBER-MATCH-KEY.
           PERFORM ESCAPE-MATCH-KEY

           MOVE MATCH-TEXT TO ESCAPE-IN
           MOVE 65 TO ESCAPE-IN-LEN
           PERFORM ESCAPE-SQL-TEXT

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "INSERT OR IGNORE INTO MATCHKEY VALUES('"
               DELIMITED BY SIZE
               ESCAPED-KEY(1:ESCAPED-KEY-LEN) DELIMITED BY SIZE
               "','" DELIMITED BY SIZE
               ESCAPE-OUT(1:ESCAPE-OUT-LEN) DELIMITED BY SIZE
               "');" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "REMEMBER-MATCH-KEY" TO SQLERR-WHERE
           PERFORM RUN-MATCH-STATEMENT.

       END-MATCH-LOAD.
           IF MATCH-FAILED IS EQUAL TO "Y" THEN
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY
           MOVE "COMMIT;" TO SQL-QUERY(1:7)
           MOVE "END-MATCH-LOAD" TO SQLERR-WHERE
           PERFORM RUN-MATCH-STATEMENT.

      *    MATCH-FOUND-SW SAYS WHETHER THE ITEM HAS AN OUTCOME AND
      *    MATCH-TEXT COMES BACK AS ITS DETAIL LINE
       SEARCH-MATCH-KEY.
           MOVE "N" TO MATCH-FOUND-SW
           MOVE SPACES TO MATCH-TEXT
           PERFORM ESCAPE-MATCH-KEY
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT D FROM MATCHKEY WHERE K='"
               DELIMITED BY SIZE
               ESCAPED-KEY(1:ESCAPED-KEY-LEN) DELIMITED BY SIZE
               "';" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE -1
               BY REFERENCE MATCH-STMT
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "SEARCH-MATCH-KEY" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               MOVE "Y" TO MATCH-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE MATCH-STMT
               RETURNING STEP-CODE
           END-CALL

           IF STEP-CODE IS EQUAL TO SQLITE-ROW THEN
               MOVE "Y" TO MATCH-FOUND-SW

               CALL STATIC "sqlite3_column_text" USING
                   BY VALUE MATCH-STMT
                   BY VALUE 0
                   RETURNING COL-TEXT-PTR
               END-CALL

               IF COL-TEXT-PTR IS NOT EQUAL TO NULL THEN
                   SET ADDRESS OF COL-TEXT TO COL-TEXT-PTR
                   MOVE COL-TEXT TO MATCH-TEXT
                   INSPECT MATCH-TEXT REPLACING CHARACTERS BY SPACE
                       AFTER INITIAL LOW-VALUE
                   INSPECT MATCH-TEXT REPLACING ALL LOW-VALUE BY SPACE
               END-IF
           END-IF

           CALL STATIC "sqlite3_finalize" USING BY VALUE MATCH-STMT
           END-CALL.

       RUN-MATCH-STATEMENT.
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
               MOVE "Y" TO MATCH-FAILED
           END-IF.

       ESCAPE-MATCH-KEY.
           MOVE MATCH-KEY TO ESCAPE-IN
           MOVE 58 TO ESCAPE-IN-LEN
           PERFORM ESCAPE-SQL-TEXT
           MOVE ESCAPE-OUT TO ESCAPED-KEY
           MOVE ESCAPE-OUT-LEN TO ESCAPED-KEY-LEN.

      *    QUOTES ARE DOUBLED FOR THE SQL LITERAL; THE PADDING IS KEPT
      *    SO A STORED DETAIL LINE ALWAYS COMES BACK FULL LENGTH
       ESCAPE-SQL-TEXT.
           MOVE SPACES TO ESCAPE-OUT
           MOVE ZERO TO ESCAPE-OUT-LEN

           PERFORM VARYING ESCAPE-IN-IDX FROM 1 BY 1
               UNTIL ESCAPE-IN-IDX > ESCAPE-IN-LEN
               ADD 1 TO ESCAPE-OUT-LEN
               MOVE ESCAPE-IN(ESCAPE-IN-IDX:1)
                   TO ESCAPE-OUT-CHAR(ESCAPE-OUT-LEN)

               IF ESCAPE-IN(ESCAPE-IN-IDX:1) IS EQUAL TO "'" THEN
                   ADD 1 TO ESCAPE-OUT-LEN
                   MOVE "'" TO ESCAPE-OUT-CHAR(ESCAPE-OUT-LEN)
               END-IF
           END-PERFORM.

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
           MOVE "COBOL-SQLITE-ALERTRPT" TO SQE-PROGRAM
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
       WRITE-RUN-STATS.
           ACCEPT RS-END-DATE-WS FROM DATE YYYYMMDD
           ACCEPT RS-END-TIME-WS FROM TIME

           OPEN EXTEND RUNSTATS-FILE

           IF RUNSTATS-FILE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT RUNSTATS-FILE
           END-IF

           IF RUNSTATS-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON RUNSTATS-FILE"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RUNSTATS-RECORD
           MOVE "COBOL-SQLITE-ALERTRPT" TO RS-PROGRAM
           MOVE RS-START-DATE-WS TO RS-START-DATE
           MOVE RS-START-TIME-WS TO RS-START-TIME
           MOVE RS-END-DATE-WS TO RS-END-DATE
           MOVE RS-END-TIME-WS TO RS-END-TIME
           MOVE ALERT-TOTAL TO RS-READ
           MOVE ALERT-TOTAL TO RS-WRITTEN
           MOVE ZERO TO RS-REJECTED
           MOVE RS-STATUS-WS TO RS-STATUS
           WRITE RUNSTATS-RECORD
           CLOSE RUNSTATS-FILE.

       END PROGRAM COBOL-SQLITE-ALERTRPT.
