       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-SQLITE-INTEGRITY.
       AUTHOR.     NIK MAFFI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "integrity.rpt"
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
       FD  PRINT-FILE.
       01  PRINT-LINE          PIC X(100).
       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           COPY RUNSTATS.
       FD  SQLERR-FILE.
       01  SQLERR-RECORD.
           COPY SQLERR.
       WORKING-STORAGE SECTION.
       77 SQLITE           POINTER.
       77 SCAN-STMT        POINTER.
       77 ERROR-CODE       PIC S9(5) USAGE IS COMP-5.
       77 STEP-CODE        PIC S9(5) USAGE IS COMP-5.
       77 DATABASE-NAME    PIC X(14) VALUE IS "./data/data.db".
       77 SQL-QUERY        PIC X(300).
       77 SQLITE-ROW       PIC S9(5) USAGE IS COMP-5 VALUE IS 100.
       77 PRINT-FILE-STATUS PIC X(02).
       77 COL-KEY-RAW      PIC S9(9) USAGE IS COMP-5.
       77 COL-TEXT-PTR     POINTER.
       77 COL-TEXT         PIC X(40) BASED.
       77 COL-TEXT-WS      PIC X(40).
       77 RUN-DATE         PIC 9(8).
       77 LINE-COUNT       PIC 9(3)  VALUE IS ZERO.
      *    THE SITE THIS INSTALLATION RUNS AS - ITS SEQUENCE ONLY
      *    ANSWERS FOR IDS UP TO THE TOP OF ITS OWN SITECTL RANGE
       77 SITE-CODE        PIC X(4)  VALUE IS "S001".
       77 ENV-SITE-CODE    PIC X(4).
       77 LINES-PER-PAGE   PIC 9(3)  VALUE IS 50.
       77 RULE-IDX         PIC 9(2).
       77 RULES-CHECKED    PIC 9(6)  VALUE IS ZERO.
       77 RULES-FAILED     PIC 9(6)  VALUE IS ZERO.
       77 EXCEPTION-COUNT  PIC 9(6)  VALUE IS ZERO.
      *    ONE LINE OF TEXT PER RULE FOR THE HEADINGS AND THE
      *    SUMMARY - THE RULE NUMBER IS THE SUBSCRIPT
       01 RULE-NAMES.
           02 FILLER       PIC X(40)
               VALUE IS "ADDRESSES ROW WITH NO PEOPLE ROW".
           02 FILLER       PIC X(40)
               VALUE IS "PAYDATA ROW WITH NO PEOPLE ROW".
           02 FILLER       PIC X(40)
               VALUE IS "PAYXREF ROW WITH NO PEOPLE ROW".
           02 FILLER       PIC X(40)
               VALUE IS "ID ON BOTH PEOPLE AND PEOPLE_ARCHIVE".
           02 FILLER       PIC X(40)
               VALUE IS "SEQCTL NEXT_ID NOT ABOVE HIGHEST ID".
           02 FILLER       PIC X(40)
               VALUE IS "LIVE ID OUTSIDE EVERY SITE RANGE".
           02 FILLER       PIC X(40)
               VALUE IS "DEPTASSIGN ROW WITH NO PEOPLE ROW".
           02 FILLER       PIC X(40)
               VALUE IS "DEPTASSIGN ROW WITH NO DEPARTMENTS ROW".
           02 FILLER       PIC X(40)
               VALUE IS "ID RANGES OF TWO SITES OVERLAP".
           02 FILLER       PIC X(40)
               VALUE IS "SITECTL RANGE NOT ON SITERANGE HISTORY".
       01 RULE-NAME-TABLE REDEFINES RULE-NAMES.
           02 RULE-NAME    PIC X(40) OCCURS 10 TIMES.
       01 RULE-COUNTS.
           02 RULE-COUNT   PIC 9(6)  OCCURS 10 TIMES.
       01 RULE-STATES.
           02 RULE-STATE   PIC X(6)  OCCURS 10 TIMES.
       01 HEADER-1.
           02 FILLER       PIC X(38)
               VALUE IS "NIGHTLY LOGICAL INTEGRITY AUDIT".
           02 FILLER       PIC X(8)  VALUE IS "  DATE: ".
           02 HDR-DATE     PIC 9(8).
       01 RULE-HEADING.
           02 FILLER       PIC X(5)  VALUE IS "RULE ".
           02 RHD-RULE     PIC 9(2).
           02 FILLER       PIC X(3)  VALUE IS " - ".
           02 RHD-NAME     PIC X(40).
       01 COLUMN-HEADING.
           02 FILLER       PIC X(6)  VALUE IS "RULE".
           02 FILLER       PIC X(11) VALUE IS "      KEY".
           02 FILLER       PIC X(32) VALUE IS "DETAIL".
           02 FILLER       PIC X(40) VALUE IS "NOTE".
       01 DETAIL-LINE.
           02 DET-RULE     PIC 9(2).
           02 FILLER       PIC X(4)  VALUE IS SPACES.
           02 DET-KEY      PIC Z(8)9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 DET-TEXT-1   PIC X(30).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 DET-TEXT-2   PIC X(40).
       01 FAILED-LINE.
           02 FILLER       PIC X(5)  VALUE IS "RULE ".
           02 FLD-RULE     PIC 9(2).
           02 FILLER       PIC X(40)
               VALUE IS " COULD NOT BE CHECKED - QUERY ERROR".
       01 SUMMARY-HEADING.
           02 FILLER       PIC X(40)
               VALUE IS "EXCEPTIONS BY RULE".
       01 SUMMARY-LINE.
           02 FILLER       PIC X(5)  VALUE IS "RULE ".
           02 SUM-RULE     PIC 9(2).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 SUM-NAME     PIC X(40).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 SUM-COUNT    PIC ZZZZZ9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 SUM-STATE    PIC X(6).
       01 TRAILER-1.
           02 FILLER       PIC X(19) VALUE IS "TOTAL EXCEPTIONS:  ".
           02 TRL-COUNT    PIC ZZZZZ9.
       77 RUNSTATS-FILE-STATUS PIC X(02).
       77 RS-START-DATE-WS PIC 9(8).
       77 RS-START-TIME-WS PIC 9(8).
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
      *    THE DATABASE MUST BE AT THE SCHEMA VERSION THIS PROGRAM
      *    WAS BUILT FOR - COBOL-SQLITE-SCHEMA (JOBSTREAM STEP 01)
      *    OWNS TABLE CREATION AND THE VERSION ROW
       77 WANTED-SCHEMA-VERSION PIC 9(2) VALUE IS 7.
       77 SCHEMA-DB        POINTER.
       77 SCHEMA-STMT      POINTER.
       77 SCHEMA-STEP      PIC S9(5) USAGE IS COMP-5.
       77 SCHEMA-ROW       PIC S9(5) USAGE IS COMP-5 VALUE IS 100.
       77 SCHEMA-RC        PIC S9(5) USAGE IS COMP-5.
       77 SCHEMA-VERSION-DB PIC S9(9) USAGE IS COMP-5.
       77 SCHEMA-QUERY     PIC X(60).
       PROCEDURE DIVISION.
           PERFORM CHECK-SCHEMA-VERSION

           SET SQLITE TO NULL.

           ACCEPT RS-START-DATE-WS FROM DATE YYYYMMDD
           ACCEPT RS-START-TIME-WS FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           ACCEPT ENV-SITE-CODE FROM ENVIRONMENT "SITE_CODE"
           IF ENV-SITE-CODE IS NOT EQUAL TO SPACES THEN
               MOVE ENV-SITE-CODE TO SITE-CODE
           END-IF

           MOVE ZEROS TO RULE-COUNTS
           MOVE SPACES TO RULE-STATES

           OPEN OUTPUT PRINT-FILE

           IF PRINT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON PRINT-FILE"
               MOVE 8 TO RETURN-CODE
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
               CLOSE PRINT-FILE
               STOP RUN
           END-IF

           MOVE RUN-DATE TO HDR-DATE
           WRITE PRINT-LINE FROM HEADER-1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING

      *    EACH RULE IS ONE QUERY RETURNING (KEY, DETAIL, NOTE) FOR
      *    EVERY OFFENDING ROW - THE DATABASE DOES THE SET WORK AND
      *    THE SCAN BELOW ONLY PRINTS AND COUNTS WHAT COMES BACK
           MOVE 1 TO RULE-IDX
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT ID,IFNULL(STREET,''),IFNULL(CITY,'') "
               DELIMITED BY SIZE
               "FROM ADDRESSES WHERE ID NOT IN (SELECT ID FROM "
               DELIMITED BY SIZE
               "PEOPLE) ORDER BY ID;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-RULE THRU RUN-RULE-EXIT

           MOVE 2 TO RULE-IDX
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT ID,'EMPNO '||IFNULL(EMPNO,''),'EFFDATE '"
               DELIMITED BY SIZE
               "||IFNULL(EFFDATE,'') FROM PAYDATA WHERE ID NOT IN "
               DELIMITED BY SIZE
               "(SELECT ID FROM PEOPLE) ORDER BY ID,EFFDATE;"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-RULE THRU RUN-RULE-EXIT

           MOVE 3 TO RULE-IDX
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT ID,'EMPNO '||IFNULL(EMPNO,''),'' FROM "
               DELIMITED BY SIZE
               "PAYXREF WHERE ID NOT IN (SELECT ID FROM PEOPLE) "
               DELIMITED BY SIZE
               "ORDER BY ID;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-RULE THRU RUN-RULE-EXIT

           MOVE 4 TO RULE-IDX
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT P.ID,IFNULL(P.NAME,''),'ARCHIVED '||"
               DELIMITED BY SIZE
               "IFNULL(A.ARCHDATE,'') FROM PEOPLE P JOIN "
               DELIMITED BY SIZE
               "PEOPLE_ARCHIVE A ON A.ID=P.ID ORDER BY P.ID;"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-RULE THRU RUN-RULE-EXIT

      *    AN ARCHIVED ID IS STILL IN USE - COBOL-SQLITE-RESTORE
      *    PUTS IT BACK UNDER THE SAME NUMBER, SO THE SEQUENCE MUST
      *    STAY CLEAR OF THE ARCHIVE TOO. ON A PARTITIONED SITE ONLY
      *    IDS UP TO THE TOP OF THIS SITE'S RANGE COUNT - PEOPLE
      *    MERGED IN FROM A SITE HIGHER UP ARE NOT OURS TO ISSUE.
           MOVE 5 TO RULE-IDX
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "WITH M(X) AS (SELECT MAX(ID) FROM (SELECT ID FROM "
               DELIMITED BY SIZE
               "PEOPLE UNION ALL SELECT ID FROM PEOPLE_ARCHIVE) "
               DELIMITED BY SIZE
               "WHERE ID<=IFNULL((SELECT HIGH_ID FROM SITECTL "
               DELIMITED BY SIZE
               "WHERE SITE='" DELIMITED BY SIZE
               SITE-CODE DELIMITED BY SIZE
               "'),ID)) SELECT NEXT_ID,NAME,'HIGHEST ID IN USE '||X "
               DELIMITED BY SIZE
               "FROM SEQCTL,M WHERE NEXT_ID<=X;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-RULE THRU RUN-RULE-EXIT

      *    PEOPLE CARRIES NO SITE COLUMN - AN ID BELONGS TO WHICHEVER
      *    SITE'S RANGE HOLDS IT, SO THE EXCEPTION IS A LIVE ID THAT
      *    NO SITE'S RANGE HOLDS - NOW OR EVER, SINCE IDS ISSUED FROM
      *    A RANGE THAT HAS SINCE BEEN REPLACED ARE STILL GOOD. WITH
      *    NO SITECTL ROWS AT ALL THE INSTALLATION IS NOT PARTITIONED
      *    AND THE RULE IS SILENT.
           MOVE 6 TO RULE-IDX
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT ID,IFNULL(NAME,''),'NO SITE RANGE PAST OR "
               DELIMITED BY SIZE
               "PRESENT HOLDS IT' FROM PEOPLE P WHERE EXISTS (SELECT "
               DELIMITED BY SIZE
               "1 FROM SITECTL) AND NOT EXISTS (SELECT 1 FROM "
               DELIMITED BY SIZE
               "SITECTL S WHERE P.ID BETWEEN S.LOW_ID AND "
               DELIMITED BY SIZE
               "S.HIGH_ID) AND NOT EXISTS (SELECT 1 FROM SITERANGE "
               DELIMITED BY SIZE
               "R WHERE P.ID BETWEEN R.LOW_ID AND R.HIGH_ID) ORDER "
               DELIMITED BY SIZE
               "BY ID;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-RULE THRU RUN-RULE-EXIT

           MOVE 7 TO RULE-IDX
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT ID,'DEPT '||IFNULL(DEPT,''),'' FROM "
               DELIMITED BY SIZE
               "DEPTASSIGN WHERE ID NOT IN (SELECT ID FROM PEOPLE) "
               DELIMITED BY SIZE
               "ORDER BY ID;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-RULE THRU RUN-RULE-EXIT

           MOVE 8 TO RULE-IDX
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT ID,'DEPT '||IFNULL(DEPT,''),'NO SUCH "
               DELIMITED BY SIZE
               "DEPARTMENT' FROM DEPTASSIGN WHERE DEPT NOT IN "
               DELIMITED BY SIZE
               "(SELECT CODE FROM DEPARTMENTS) ORDER BY ID;"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-RULE THRU RUN-RULE-EXIT

      *    TWO SITES WHOSE RANGES, PAST OR PRESENT, SHARE AN ID CAN
      *    BOTH HAVE ISSUED IT. KEYED BY THE LOWER SITE'S LOW ID.
           MOVE 9 TO RULE-IDX
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT A.LOW_ID,'SITE '||A.SITE||' TO '||"
               DELIMITED BY SIZE
               "A.HIGH_ID,'OVERLAPS SITE '||B.SITE||' '||B.LOW_ID"
               DELIMITED BY SIZE
               "||'-'||B.HIGH_ID FROM SITERANGE A JOIN SITERANGE B "
               DELIMITED BY SIZE
               "ON A.SITE<B.SITE AND A.LOW_ID<=B.HIGH_ID AND "
               DELIMITED BY SIZE
               "A.HIGH_ID>=B.LOW_ID ORDER BY 1;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-RULE THRU RUN-RULE-EXIT

      *    A RANGE KEYED STRAIGHT ONTO SITECTL, NOT GRANTED FROM THE
      *    SUPERVISOR MENU, LEAVES NO HISTORY FOR THE CHECKS ABOVE
           MOVE 10 TO RULE-IDX
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT LOW_ID,'SITE '||SITE||' TO '||HIGH_ID,"
               DELIMITED BY SIZE
               "'NO OPEN SITERANGE ROW MATCHES' FROM SITECTL S "
               DELIMITED BY SIZE
               "WHERE NOT EXISTS (SELECT 1 FROM SITERANGE R WHERE "
               DELIMITED BY SIZE
               "R.SITE=S.SITE AND R.LOW_ID=S.LOW_ID AND R.HIGH_ID="
               DELIMITED BY SIZE
               "S.HIGH_ID AND R.ENDED='') ORDER BY 1;"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-RULE THRU RUN-RULE-EXIT

           CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
           END-CALL

           PERFORM WRITE-SUMMARY

           CLOSE PRINT-FILE

           DISPLAY RULES-CHECKED " RULES CHECKED, "
               EXCEPTION-COUNT " EXCEPTIONS, "
               RULES-FAILED " RULES NOT CHECKED"

      *    CONDITION CODE FOR THE JOBSTREAM - 8 WHEN A RULE COULD
      *    NOT BE CHECKED AT ALL, 4 WHEN EXCEPTIONS WERE FOUND
           IF RULES-FAILED IS GREATER THAN ZERO THEN
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF EXCEPTION-COUNT IS GREATER THAN ZERO THEN
               MOVE "WARN" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-RUN-STATS
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

      *    ONE RULE - THE CALLER SETS RULE-IDX AND SQL-QUERY
       RUN-RULE.
           ADD 1 TO RULES-CHECKED

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE RULE-IDX TO RHD-RULE
           MOVE RULE-NAME(RULE-IDX) TO RHD-NAME
           WRITE PRINT-LINE FROM RULE-HEADING
           PERFORM BUMP-LINE-COUNT

           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE -1
               BY REFERENCE SCAN-STMT
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "RUN-RULE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE RULE-IDX TO FLD-RULE
               WRITE PRINT-LINE FROM FAILED-LINE
               PERFORM BUMP-LINE-COUNT
               DISPLAY "RULE " RULE-IDX " QUERY ERROR"
               MOVE "FAILED" TO RULE-STATE(RULE-IDX)
               ADD 1 TO RULES-FAILED
               GO TO RUN-RULE-EXIT
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE SCAN-STMT
               RETURNING STEP-CODE
           END-CALL

           PERFORM PRINT-EXCEPTION-ROW UNTIL STEP-CODE IS NOT EQUAL
               TO SQLITE-ROW

           CALL STATIC "sqlite3_finalize" USING BY VALUE SCAN-STMT
           END-CALL

           IF RULE-COUNT(RULE-IDX) IS EQUAL TO ZERO THEN
               MOVE "CLEAN" TO RULE-STATE(RULE-IDX)
               MOVE SPACES TO PRINT-LINE
               MOVE "    NO EXCEPTIONS" TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM BUMP-LINE-COUNT
           ELSE
               MOVE "EXCEPT" TO RULE-STATE(RULE-IDX)
           END-IF.

       RUN-RULE-EXIT.
           EXIT.

       PRINT-EXCEPTION-ROW.
           MOVE SPACES TO DETAIL-LINE
           MOVE RULE-IDX TO DET-RULE

           CALL STATIC "sqlite3_column_int" USING
               BY VALUE SCAN-STMT
               BY VALUE 0
               RETURNING COL-KEY-RAW
           END-CALL

           MOVE COL-KEY-RAW TO DET-KEY

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 1
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO DET-TEXT-1

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 2
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO DET-TEXT-2

           WRITE PRINT-LINE FROM DETAIL-LINE
           PERFORM BUMP-LINE-COUNT

           ADD 1 TO RULE-COUNT(RULE-IDX)
           ADD 1 TO EXCEPTION-COUNT

           CALL STATIC "sqlite3_step" USING
               BY VALUE SCAN-STMT
               RETURNING STEP-CODE
           END-CALL.

      *    THE COLUMN TEXT IS A C STRING - EVERYTHING FROM THE
      *    TERMINATING NUL ON IS NOT OURS AND IS BLANKED
       TAKE-COLUMN-TEXT.
           MOVE SPACES TO COL-TEXT-WS

           IF COL-TEXT-PTR IS EQUAL TO NULL THEN
               EXIT PARAGRAPH
           END-IF

           SET ADDRESS OF COL-TEXT TO COL-TEXT-PTR
           MOVE COL-TEXT TO COL-TEXT-WS
           INSPECT COL-TEXT-WS REPLACING CHARACTERS BY SPACE
               AFTER INITIAL LOW-VALUE
           INSPECT COL-TEXT-WS REPLACING ALL LOW-VALUE BY SPACE.

       WRITE-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SUMMARY-HEADING

           PERFORM WRITE-SUMMARY-LINE
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX IS GREATER THAN 10

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE EXCEPTION-COUNT TO TRL-COUNT
           WRITE PRINT-LINE FROM TRAILER-1.

       WRITE-SUMMARY-LINE.
           MOVE RULE-IDX TO SUM-RULE
           MOVE RULE-NAME(RULE-IDX) TO SUM-NAME
           MOVE RULE-COUNT(RULE-IDX) TO SUM-COUNT
           MOVE RULE-STATE(RULE-IDX) TO SUM-STATE
           WRITE PRINT-LINE FROM SUMMARY-LINE.

       BUMP-LINE-COUNT.
           ADD 1 TO LINE-COUNT

           IF LINE-COUNT IS GREATER THAN OR EQUAL TO LINES-PER-PAGE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE AFTER ADVANCING PAGE
               WRITE PRINT-LINE FROM HEADER-1
               WRITE PRINT-LINE FROM COLUMN-HEADING
               MOVE ZERO TO LINE-COUNT
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
           MOVE "COBOL-SQLITE-INTEGRITY" TO SQE-PROGRAM
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
           MOVE "COBOL-SQLITE-INTEGRITY" TO RS-PROGRAM
           MOVE RS-START-DATE-WS TO RS-START-DATE
           MOVE RS-START-TIME-WS TO RS-START-TIME
           MOVE RS-END-DATE-WS TO RS-END-DATE
           MOVE RS-END-TIME-WS TO RS-END-TIME
           MOVE RULES-CHECKED TO RS-READ
           MOVE EXCEPTION-COUNT TO RS-WRITTEN
           MOVE EXCEPTION-COUNT TO RS-REJECTED
           MOVE RS-STATUS-WS TO RS-STATUS
           WRITE RUNSTATS-RECORD
           CLOSE RUNSTATS-FILE.


      *    THE SCHEMA GATE - A SHORT-LIVED CONNECTION OF ITS OWN,
      *    COMPARED AGAINST THE VERSION ROW COBOL-SQLITE-SCHEMA
      *    MAINTAINS; A MISMATCH STOPS THE RUN COLD AND SAYS WHAT TO
      *    DO INSTEAD OF FAILING SOMEWHERE MID-RUN
       CHECK-SCHEMA-VERSION.
           SET SCHEMA-DB TO NULL

           CALL STATIC "sqlite3_open" USING
               BY REFERENCE DATABASE-NAME
               BY REFERENCE SCHEMA-DB
               RETURNING SCHEMA-RC
           END-CALL

           IF SCHEMA-RC IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR ON DATABASE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZERO TO SCHEMA-VERSION-DB
           MOVE LOW-VALUES TO SCHEMA-QUERY

           STRING "SELECT VERSION FROM SCHEMACTL WHERE "
               DELIMITED BY SIZE
               "NAME='SCHEMA';" DELIMITED BY SIZE
               INTO SCHEMA-QUERY
           END-STRING

           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SCHEMA-DB
               BY REFERENCE SCHEMA-QUERY
               BY VALUE -1
               BY REFERENCE SCHEMA-STMT
               BY VALUE 0
               RETURNING SCHEMA-RC
           END-CALL

           IF SCHEMA-RC IS EQUAL TO ZERO THEN
               CALL STATIC "sqlite3_step" USING
                   BY VALUE SCHEMA-STMT
                   RETURNING SCHEMA-STEP
               END-CALL

               IF SCHEMA-STEP IS EQUAL TO SCHEMA-ROW THEN
                   CALL STATIC "sqlite3_column_int" USING
                       BY VALUE SCHEMA-STMT
                       BY VALUE 0
                       RETURNING SCHEMA-VERSION-DB
                   END-CALL
               END-IF

               CALL STATIC "sqlite3_finalize" USING
                   BY VALUE SCHEMA-STMT
               END-CALL
           END-IF

           CALL STATIC "sqlite3_close" USING
               BY VALUE SCHEMA-DB
           END-CALL

           IF SCHEMA-VERSION-DB IS NOT EQUAL TO
               WANTED-SCHEMA-VERSION THEN
               DISPLAY "SCHEMA VERSION MISMATCH - DATABASE AT "
                   SCHEMA-VERSION-DB ", THIS PROGRAM WANTS "
                   WANTED-SCHEMA-VERSION
               DISPLAY "RUN COBOL-SQLITE-SCHEMA (JOBSTREAM STEP "
                   "01) FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZERO TO RETURN-CODE.

       END PROGRAM COBOL-SQLITE-INTEGRITY.
