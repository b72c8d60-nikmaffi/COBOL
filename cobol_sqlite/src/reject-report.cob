       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-SQLITE-REJRPT.
       AUTHOR.     NIK MAFFI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJQUEUE-FILE ASSIGN TO "./data/rejects.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJQUEUE-FILE-STATUS.
           SELECT REJACT-FILE ASSIGN TO "./data/rejact.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJACT-FILE-STATUS.
           SELECT PRODATE-FILE ASSIGN TO "prodate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODATE-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "rejects.rpt"
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
       FD  REJQUEUE-FILE.
       01  REJQUEUE-RECORD.
           COPY REJQUEUE.
       FD  REJACT-FILE.
       01  REJACT-RECORD.
           COPY REJACT.
      *    PROCESSING-DATE CONTROL - AGES ARE COUNTED TO THE DATE THE
      *    STREAM IS RUNNING FOR. MISSING FILE = SYSTEM DATE.
       FD  PRODATE-FILE.
       01  PRODATE-RECORD  PIC X(8).
       FD  PRINT-FILE.
       01  PRINT-LINE          PIC X(100).
       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           COPY RUNSTATS.
       FD  SQLERR-FILE.
       01  SQLERR-RECORD.
           COPY SQLERR.
       WORKING-STORAGE SECTION.
       77 REJQUEUE-FILE-STATUS PIC X(02).
       77 REJACT-FILE-STATUS PIC X(02).
       77 PRODATE-FILE-STATUS PIC X(02).
       77 PRINT-FILE-STATUS PIC X(02).
       77 PROC-DATE        PIC 9(8).
       77 PROC-DATE-INT    PIC 9(7).
       77 ITEM-DATE        PIC 9(8).
       77 ITEM-DATE-INT    PIC 9(7).
       77 DONE-DATE        PIC 9(8).
       77 DONE-DATE-INT    PIC 9(7).
       77 AGE-DAYS         PIC 9(5).
       77 REJECT-TOTAL     PIC 9(6)  VALUE IS ZERO.
       77 OPEN-TOTAL       PIC 9(6)  VALUE IS ZERO.
       77 RESUB-TOTAL      PIC 9(6)  VALUE IS ZERO.
       77 ABAND-TOTAL      PIC 9(6)  VALUE IS ZERO.
      *    OPEN ITEMS BY AGE - THE LAST TWO BANDS ARE THE ONES THAT
      *    TURN THE RUN TO A WARNING
       77 AGE-BAND-1       PIC 9(6)  VALUE IS ZERO.
       77 AGE-BAND-2       PIC 9(6)  VALUE IS ZERO.
       77 AGE-BAND-3       PIC 9(6)  VALUE IS ZERO.
       77 AGE-BAND-4       PIC 9(6)  VALUE IS ZERO.
      *    THE OUTCOME OF THE ITEM BEING PRINTED - WHAT BECAME OF
      *    IT, WHO DEALT WITH IT AND WHEN
       01 RJDONE-DETAIL.
           02 RJD-STATUS   PIC X.
           02 RJD-DATE     PIC X(8).
           02 RJD-TIME     PIC X(8).
           02 RJD-OPERATOR PIC X(8).
           02 RJD-NOTE     PIC X(40).
       77 RJDONE-FOUND     PIC X.
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
               VALUE IS "REJECT QUEUE STATUS AND AGING".
           02 FILLER       PIC X(6)  VALUE IS "DATE: ".
           02 HDR-DATE     PIC 9(8).
       01 HEADER-2.
           02 FILLER       PIC X(9)  VALUE IS "RUN DATE".
           02 FILLER       PIC X(9)  VALUE IS "RUN TIME".
           02 FILLER       PIC X(23) VALUE IS "PROGRAM".
           02 FILLER       PIC X(7)  VALUE IS "RECNO".
           02 FILLER       PIC X(3)  VALUE IS "RC".
           02 FILLER       PIC X(31) VALUE IS "REASON".
           02 FILLER       PIC X(12) VALUE IS "STATUS".
           02 FILLER       PIC X(4)  VALUE IS "DAYS".
       01 DETAIL-LINE.
           02 DET-DATE     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-TIME     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-PROGRAM  PIC X(22).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-SEQ      PIC ZZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-CODE     PIC X(2).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-REASON   PIC X(30).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-STATUS   PIC X(11).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-AGE      PIC ZZZZ9.
       01 DETAIL-DATA-LINE.
           02 FILLER       PIC X(4)  VALUE IS SPACES.
           02 DDT-ACTION   PIC X.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DDT-DATA     PIC X(71).
       01 DETAIL-DONE-LINE.
           02 FILLER       PIC X(4)  VALUE IS SPACES.
           02 DDN-WHAT     PIC X(15).
           02 DDN-OPERATOR PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DDN-DATE     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DDN-TIME     PIC X(8).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 DDN-NOTE     PIC X(40).
       01 TRAILER-1.
           02 FILLER       PIC X(15) VALUE IS "TOTAL REJECTS: ".
           02 TRL-REJECTS  PIC ZZZZZ9.
           02 FILLER       PIC X(8)  VALUE IS "  OPEN: ".
           02 TRL-OPEN     PIC ZZZZZ9.
           02 FILLER       PIC X(15) VALUE IS "  RESUBMITTED: ".
           02 TRL-RESUB    PIC ZZZZZ9.
           02 FILLER       PIC X(13) VALUE IS "  ABANDONED: ".
           02 TRL-ABAND    PIC ZZZZZ9.
       01 TRAILER-2.
           02 FILLER       PIC X(21) VALUE IS "OPEN BY AGE 0-1 DAYS:".
           02 TRL-BAND-1   PIC ZZZZZ9.
           02 FILLER       PIC X(7)  VALUE IS "  2-7: ".
           02 TRL-BAND-2   PIC ZZZZZ9.
           02 FILLER       PIC X(8)  VALUE IS "  8-30: ".
           02 TRL-BAND-3   PIC ZZZZZ9.
           02 FILLER       PIC X(11) VALUE IS "  OVER 30: ".
           02 TRL-BAND-4   PIC ZZZZZ9.
       77 RUNSTATS-FILE-STATUS PIC X(02).
       77 RS-START-DATE-WS PIC 9(8).
       77 RS-START-TIME-WS PIC 9(8).
       77 RS-END-DATE-WS  PIC 9(8).
       77 RS-END-TIME-WS  PIC 9(8).
       77 RS-STATUS-WS    PIC X(4)  VALUE IS "OK".
       PROCEDURE DIVISION.
           ACCEPT RS-START-DATE-WS FROM DATE YYYYMMDD
           ACCEPT RS-START-TIME-WS FROM TIME

           PERFORM READ-PROC-DATE THRU READ-PROC-DATE-EXIT
           COMPUTE PROC-DATE-INT = FUNCTION INTEGER-OF-DATE(PROC-DATE)

           SET SQLITE TO NULL
           PERFORM OPEN-MATCH-TABLE

           IF MATCH-FAILED IS EQUAL TO "N" THEN
               OPEN INPUT REJACT-FILE

               IF REJACT-FILE-STATUS IS EQUAL TO "00" THEN
                   PERFORM LOAD-REJACT-LINE THRU LOAD-REJACT-LINE-EXIT
                       UNTIL REJACT-FILE-STATUS IS EQUAL TO "10"
                       OR MATCH-FAILED IS EQUAL TO "Y"
                   CLOSE REJACT-FILE
               END-IF
           END-IF

           PERFORM END-MATCH-LOAD

           IF MATCH-FAILED IS EQUAL TO "Y" THEN
               DISPLAY "CANNOT BUILD THE REJECT OUTCOME WORK TABLE"
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

           MOVE PROC-DATE TO HDR-DATE
           WRITE PRINT-LINE FROM HEADER-1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM HEADER-2

      *    NO QUEUE SIMPLY MEANS NOTHING HAS BEEN REJECTED YET
           OPEN INPUT REJQUEUE-FILE

           IF REJQUEUE-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM REPORT-REJECT-LINE THRU
                   REPORT-REJECT-LINE-EXIT
                   UNTIL REJQUEUE-FILE-STATUS IS EQUAL TO "10"
                   OR MATCH-FAILED IS EQUAL TO "Y"
               CLOSE REJQUEUE-FILE
           END-IF

           IF REJECT-TOTAL IS EQUAL TO ZERO THEN
               MOVE "(NO REJECTS ON FILE)" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE REJECT-TOTAL TO TRL-REJECTS
           MOVE OPEN-TOTAL TO TRL-OPEN
           MOVE RESUB-TOTAL TO TRL-RESUB
           MOVE ABAND-TOTAL TO TRL-ABAND
           WRITE PRINT-LINE FROM TRAILER-1
           MOVE AGE-BAND-1 TO TRL-BAND-1
           MOVE AGE-BAND-2 TO TRL-BAND-2
           MOVE AGE-BAND-3 TO TRL-BAND-3
           MOVE AGE-BAND-4 TO TRL-BAND-4
           WRITE PRINT-LINE FROM TRAILER-2

           CLOSE PRINT-FILE

           CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
           END-CALL

           IF MATCH-FAILED IS EQUAL TO "Y" THEN
               DISPLAY "REJECT OUTCOME LOOKUP FAILED - REPORT "
                   "INCOMPLETE"
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY REJECT-TOTAL " REJECTS, " OPEN-TOTAL " STILL OPEN"

      *    A REJECT LEFT OPEN MORE THAN A WEEK IS A WARNING
           IF AGE-BAND-3 + AGE-BAND-4 IS GREATER THAN ZERO THEN
               MOVE "WARN" TO RS-STATUS-WS
           END-IF

           PERFORM WRITE-RUN-STATS

           IF RS-STATUS-WS IS EQUAL TO "WARN" THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-PROC-DATE.
           ACCEPT PROC-DATE FROM DATE YYYYMMDD

           OPEN INPUT PRODATE-FILE

           IF PRODATE-FILE-STATUS IS NOT EQUAL TO "00" THEN
               GO TO READ-PROC-DATE-EXIT
           END-IF

           READ PRODATE-FILE
               AT END GO TO READ-PROC-DATE-CLOSE
           END-READ

           IF PRODATE-RECORD IS NUMERIC THEN
               MOVE PRODATE-RECORD TO PROC-DATE
           END-IF.

       READ-PROC-DATE-CLOSE.
           CLOSE PRODATE-FILE.

       READ-PROC-DATE-EXIT.
           EXIT.

       LOAD-REJACT-LINE.
           READ REJACT-FILE
               AT END
                   MOVE "10" TO REJACT-FILE-STATUS
                   GO TO LOAD-REJACT-LINE-EXIT
           END-READ

           MOVE SPACES TO MATCH-KEY
           STRING RJA-RJQ-DATE DELIMITED BY SIZE
               RJA-RJQ-TIME DELIMITED BY SIZE
               RJA-RJQ-PROGRAM DELIMITED BY SIZE
               RJA-RJQ-SEQ DELIMITED BY SIZE
               INTO MATCH-KEY
           END-STRING

           MOVE RJA-STATUS TO RJD-STATUS
           MOVE RJA-DATE TO RJD-DATE
           MOVE RJA-TIME TO RJD-TIME
           MOVE RJA-OPERATOR TO RJD-OPERATOR
           MOVE RJA-NOTE TO RJD-NOTE
           MOVE RJDONE-DETAIL TO MATCH-TEXT

           PERFORM REMEMBER-MATCH-KEY.

       LOAD-REJACT-LINE-EXIT.
           EXIT.

      *    AN OPEN ITEM'S AGE RUNS TO THE PROCESSING DATE; A CLOSED
      *    ONE'S IS HOW LONG IT TOOK TO DEAL WITH
       REPORT-REJECT-LINE.
           READ REJQUEUE-FILE
               AT END
                   MOVE "10" TO REJQUEUE-FILE-STATUS
                   GO TO REPORT-REJECT-LINE-EXIT
           END-READ

           ADD 1 TO REJECT-TOTAL

           MOVE SPACES TO MATCH-KEY
           STRING RJQ-DATE DELIMITED BY SIZE
               RJQ-TIME DELIMITED BY SIZE
               RJQ-PROGRAM DELIMITED BY SIZE
               RJQ-SEQ DELIMITED BY SIZE
               INTO MATCH-KEY
           END-STRING

           PERFORM SEARCH-MATCH-KEY

           IF MATCH-FAILED IS EQUAL TO "Y" THEN
               GO TO REPORT-REJECT-LINE-EXIT
           END-IF

           MOVE MATCH-FOUND-SW TO RJDONE-FOUND
           MOVE MATCH-TEXT TO RJDONE-DETAIL

           MOVE ZERO TO ITEM-DATE-INT
           MOVE PROC-DATE-INT TO DONE-DATE-INT

           IF RJQ-DATE IS NUMERIC THEN
               MOVE RJQ-DATE TO ITEM-DATE
               COMPUTE ITEM-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(ITEM-DATE)
           END-IF

           IF RJDONE-FOUND IS EQUAL TO "Y" THEN
               IF RJD-DATE IS NUMERIC THEN
                   MOVE RJD-DATE TO DONE-DATE
                   COMPUTE DONE-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(DONE-DATE)
               END-IF
           END-IF

           MOVE ZERO TO AGE-DAYS

           IF ITEM-DATE-INT IS GREATER THAN ZERO AND
               DONE-DATE-INT IS GREATER THAN ITEM-DATE-INT THEN
               COMPUTE AGE-DAYS = DONE-DATE-INT - ITEM-DATE-INT
           END-IF

           MOVE SPACES TO DETAIL-LINE
           MOVE RJQ-DATE TO DET-DATE
           MOVE RJQ-TIME TO DET-TIME
           MOVE RJQ-PROGRAM TO DET-PROGRAM
           MOVE RJQ-SEQ TO DET-SEQ
           MOVE RJQ-REASON-CODE TO DET-CODE
           MOVE RJQ-REASON-TEXT TO DET-REASON
           MOVE AGE-DAYS TO DET-AGE

           MOVE SPACES TO DETAIL-DONE-LINE

           IF RJDONE-FOUND IS EQUAL TO "N" THEN
               MOVE "OPEN" TO DET-STATUS
               ADD 1 TO OPEN-TOTAL

               EVALUATE TRUE
                   WHEN AGE-DAYS IS LESS THAN 2
                       ADD 1 TO AGE-BAND-1
                   WHEN AGE-DAYS IS LESS THAN 8
                       ADD 1 TO AGE-BAND-2
                   WHEN AGE-DAYS IS LESS THAN 31
                       ADD 1 TO AGE-BAND-3
                   WHEN OTHER
                       ADD 1 TO AGE-BAND-4
               END-EVALUATE
           ELSE
               IF RJD-STATUS IS EQUAL TO "R" THEN
                   MOVE "RESUBMITTED" TO DET-STATUS
                   MOVE "RESUBMITTED BY " TO DDN-WHAT
                   ADD 1 TO RESUB-TOTAL
               ELSE
                   MOVE "ABANDONED" TO DET-STATUS
                   MOVE "ABANDONED BY" TO DDN-WHAT
                   ADD 1 TO ABAND-TOTAL
               END-IF

               MOVE RJD-OPERATOR TO DDN-OPERATOR
               MOVE RJD-DATE TO DDN-DATE
               MOVE RJD-TIME TO DDN-TIME
               MOVE RJD-NOTE TO DDN-NOTE
           END-IF

           WRITE PRINT-LINE FROM DETAIL-LINE

           MOVE RJQ-ACTION TO DDT-ACTION
           MOVE RJQ-DATA TO DDT-DATA
           WRITE PRINT-LINE FROM DETAIL-DATA-LINE

           IF RJDONE-FOUND IS EQUAL TO "Y" THEN
               WRITE PRINT-LINE FROM DETAIL-DONE-LINE
           END-IF.

       REPORT-REJECT-LINE-EXIT.
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
           MOVE "COBOL-SQLITE-REJRPT" TO SQE-PROGRAM
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
           MOVE "COBOL-SQLITE-REJRPT" TO RS-PROGRAM
           MOVE RS-START-DATE-WS TO RS-START-DATE
           MOVE RS-START-TIME-WS TO RS-START-TIME
           MOVE RS-END-DATE-WS TO RS-END-DATE
           MOVE RS-END-TIME-WS TO RS-END-TIME
           MOVE REJECT-TOTAL TO RS-READ
           MOVE REJECT-TOTAL TO RS-WRITTEN
           MOVE ZERO TO RS-REJECTED
           MOVE RS-STATUS-WS TO RS-STATUS
           WRITE RUNSTATS-RECORD
           CLOSE RUNSTATS-FILE.

       END PROGRAM COBOL-SQLITE-REJRPT.
