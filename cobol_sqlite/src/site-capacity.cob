       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-SQLITE-SITECAP.
       AUTHOR.     NIK MAFFI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "sitecap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "./data/journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT PRODATE-FILE ASSIGN TO "prodate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODATE-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "sitecap.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.
           SELECT SQLERR-FILE ASSIGN TO "./data/sqlerr.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQLERR-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "./data/alerts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    CONTROL CARDS, ONE PER LINE, BOTH OPTIONAL:
      *        WARN    NNNN       WARN WHEN A SITE IS PROJECTED TO RUN
      *                           OUT WITHIN THIS MANY DAYS (30)
      *        WINDOW  NNNN       DAYS OF JOURNAL THE AVERAGE DAILY
      *                           CONSUMPTION IS TAKEN OVER (90)
       FD  CARD-FILE.
       01  CARD-RECORD.
           02 CRD-KEY      PIC X(8).
           02 CRD-VALUE    PIC X(70).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           02 JRN-DATE     PIC X(8).
           02 FILLER       PIC X.
           02 JRN-TIME     PIC X(8).
           02 FILLER       PIC X.
           02 JRN-ACTION   PIC X(6).
           02 FILLER       PIC X.
           02 JRN-ID       PIC X(6).
           02 FILLER       PIC X.
           02 JRN-BEFORE   PIC X(30).
           02 FILLER       PIC X.
           02 JRN-AFTER    PIC X(30).
           02 FILLER       PIC X.
           02 JRN-OPERATOR PIC X(8).
           02 FILLER       PIC X.
           02 JRN-SEQ      PIC X(8).
           02 FILLER       PIC X.
           02 JRN-HASH     PIC X(10).
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
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALERT.
       WORKING-STORAGE SECTION.
       77 SQLITE           POINTER.
       77 SCAN-STMT        POINTER.
       77 ERROR-CODE       PIC S9(5) USAGE IS COMP-5.
       77 STEP-CODE        PIC S9(5) USAGE IS COMP-5.
       77 DATABASE-NAME    PIC X(14) VALUE IS "./data/data.db".
       77 SQL-QUERY        PIC X(400).
       77 SQLITE-ROW       PIC S9(5) USAGE IS COMP-5 VALUE IS 100.
       77 CARD-FILE-STATUS PIC X(02).
       77 JOURNAL-FILE-STATUS PIC X(02).
       77 PRODATE-FILE-STATUS PIC X(02).
       77 PRINT-FILE-STATUS PIC X(02).
       77 COL-INT-RAW      PIC S9(9) USAGE IS COMP-5.
       77 COL-TEXT-PTR     POINTER.
       77 COL-TEXT         PIC X(40) BASED.
       77 COL-TEXT-WS      PIC X(40).
       77 CARD-COUNT       PIC 9(3)  VALUE IS ZERO.
       77 CARD-BAD         PIC X     VALUE IS "N".
       77 QUERY-FAILED     PIC X     VALUE IS "N".
      *    THIS OFFICE'S OWN SITE CODE - ITS SEQCTL COUNTER ALSO
      *    COUNTS AS USED, EVEN FOR IDS SINCE DELETED AND PURGED
       77 SITE-CODE        PIC X(4)  VALUE IS "S001".
       77 ENV-SITE-CODE    PIC X(4).
       77 LOCAL-NEXT-ID    PIC 9(7)  VALUE IS ZERO.
      *    THE WARNING THRESHOLD AND AVERAGING WINDOW FROM THE CARDS
       77 WARN-DAYS        PIC 9(4)  VALUE IS 30.
       77 WINDOW-DAYS      PIC 9(4)  VALUE IS 90.
       77 PROC-DATE        PIC 9(8).
       77 PROC-DATE-INT    PIC 9(7).
       77 WINDOW-START     PIC 9(8).
       77 FIRST-JRN-DATE   PIC 9(8)  VALUE IS ZERO.
       77 JRN-DATE-WS      PIC 9(8).
       77 DAYS-SEEN        PIC 9(5).
       77 JRN-LINE-COUNT   PIC 9(6)  VALUE IS ZERO.
       77 JRN-ADD-COUNT    PIC 9(6)  VALUE IS ZERO.
      *    ONE SITE AS IT COMES BACK FROM THE SCAN
       77 CAP-SITE         PIC X(4).
       77 CAP-LOW          PIC 9(7).
       77 CAP-HIGH         PIC 9(7).
       77 CAP-TOP-ID       PIC 9(7).
       77 CAP-ADDS         PIC 9(6).
       77 CAP-SIZE         PIC 9(7).
       77 CAP-USED         PIC 9(7).
       77 CAP-LEFT         PIC 9(7).
       77 CAP-RATE         PIC 9(5)V99.
       77 CAP-DAYS-LEFT    PIC 9(7).
       77 CAP-STATUS       PIC X(4).
       77 SITE-COUNT       PIC 9(4)  VALUE IS ZERO.
       77 SITES-LOW        PIC 9(4)  VALUE IS ZERO.
       77 SITES-OUT        PIC 9(4)  VALUE IS ZERO.
       01 HEADER-1.
           02 FILLER       PIC X(38)
               VALUE IS "SITE ID-RANGE CAPACITY".
           02 FILLER       PIC X(8)  VALUE IS "  DATE: ".
           02 HDR-DATE     PIC 9(8).
       01 HEADER-2.
           02 FILLER       PIC X(25)
               VALUE IS "AVERAGE TAKEN OVER LAST ".
           02 HDR-WINDOW   PIC ZZZ9.
           02 FILLER       PIC X(24)
               VALUE IS " DAYS, WARNING WITHIN ".
           02 HDR-WARN     PIC ZZZ9.
           02 FILLER       PIC X(5)  VALUE IS " DAYS".
       01 COLUMN-HEADING.
           02 FILLER       PIC X(6)  VALUE IS "SITE".
           02 FILLER       PIC X(16) VALUE IS "   CURRENT RANGE".
           02 FILLER       PIC X(9)  VALUE IS "     SIZE".
           02 FILLER       PIC X(9)  VALUE IS "     USED".
           02 FILLER       PIC X(9)  VALUE IS "     LEFT".
           02 FILLER       PIC X(10) VALUE IS "  ADDS/DAY".
           02 FILLER       PIC X(11) VALUE IS "  DAYS LEFT".
           02 FILLER       PIC X(8)  VALUE IS "  STATUS".
       01 CAPACITY-LINE.
           02 CPL-SITE     PIC X(4).
           02 FILLER       PIC X(3)  VALUE IS SPACES.
           02 CPL-LOW      PIC 9(6).
           02 FILLER       PIC X     VALUE IS "-".
           02 CPL-HIGH     PIC 9(6).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 CPL-SIZE     PIC ZZZZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 CPL-USED     PIC ZZZZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 CPL-LEFT     PIC ZZZZZZZ9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 CPL-RATE     PIC ZZZZ9.99.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 CPL-DAYS-LEFT PIC X(9).
           02 FILLER       PIC X(4)  VALUE IS SPACES.
           02 CPL-STATUS   PIC X(4).
       77 DAYS-LEFT-EDIT   PIC ZZZZZZ9.
       01 FAILED-LINE.
           02 FILLER       PIC X(40)
               VALUE IS "    REPORT NOT PRODUCED - QUERY ERROR".
       01 TRAILER-1.
           02 FILLER       PIC X(7)  VALUE IS "SITES: ".
           02 TRL-SITES    PIC ZZZ9.
           02 FILLER       PIC X(15) VALUE IS "  RUNNING LOW: ".
           02 TRL-LOW      PIC ZZZ9.
           02 FILLER       PIC X(15) VALUE IS "  RUN OUT:     ".
           02 TRL-OUT      PIC ZZZ9.
       77 RUNSTATS-FILE-STATUS PIC X(02).
       77 RS-START-DATE-WS PIC 9(8).
       77 RS-START-TIME-WS PIC 9(8).
       77 RS-END-DATE-WS  PIC 9(8).
       77 RS-END-TIME-WS  PIC 9(8).
       77 RS-STATUS-WS    PIC X(4)  VALUE IS "OK".
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
       77 SCHEMA-ROW       PIC S9(5) USAGE IS COMP-5 VALUE IS 100.
       77 SCHEMA-RC        PIC S9(5) USAGE IS COMP-5.
       77 SCHEMA-VERSION-DB PIC S9(9) USAGE IS COMP-5.
       77 SCHEMA-QUERY     PIC X(60).
       PROCEDURE DIVISION.
           PERFORM CHECK-SCHEMA-VERSION

           SET SQLITE TO NULL.

           ACCEPT RS-START-DATE-WS FROM DATE YYYYMMDD
           ACCEPT RS-START-TIME-WS FROM TIME

           ACCEPT ENV-SITE-CODE FROM ENVIRONMENT "SITE_CODE"
           IF ENV-SITE-CODE IS NOT EQUAL TO SPACES THEN
               MOVE ENV-SITE-CODE TO SITE-CODE
           END-IF

           PERFORM READ-PROC-DATE THRU READ-PROC-DATE-EXIT
           PERFORM LOAD-CONTROL-CARDS THRU LOAD-CONTROL-CARDS-EXIT

           IF CARD-BAD IS EQUAL TO "Y" THEN
               DISPLAY "FIX THE CONTROL CARDS AND RERUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE PROC-DATE-INT = FUNCTION INTEGER-OF-DATE(PROC-DATE)
           COMPUTE WINDOW-START = FUNCTION DATE-OF-INTEGER
               (PROC-DATE-INT - WINDOW-DAYS + 1)

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

           MOVE PROC-DATE TO HDR-DATE
           WRITE PRINT-LINE FROM HEADER-1
           MOVE WINDOW-DAYS TO HDR-WINDOW
           MOVE WARN-DAYS TO HDR-WARN
           WRITE PRINT-LINE FROM HEADER-2
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           PERFORM LOAD-JOURNAL-ADDS THRU LOAD-JOURNAL-ADDS-EXIT
           PERFORM READ-LOCAL-NEXT-ID
           PERFORM REPORT-SITES THRU REPORT-SITES-EXIT

           CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
           END-CALL

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SITE-COUNT TO TRL-SITES
           MOVE SITES-LOW TO TRL-LOW
           MOVE SITES-OUT TO TRL-OUT
           WRITE PRINT-LINE FROM TRAILER-1

           CLOSE PRINT-FILE

           DISPLAY SITE-COUNT " SITES, " SITES-LOW " RUNNING LOW, "
               SITES-OUT " RUN OUT"

      *    CONDITION CODE FOR THE JOBSTREAM - 8 WHEN THE REPORT COULD
      *    NOT BE PRODUCED, 4 WHEN A SITE NEEDS A NEW RANGE SOON
           IF QUERY-FAILED IS EQUAL TO "Y" THEN
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF SITES-LOW IS GREATER THAN ZERO OR
               SITES-OUT IS GREATER THAN ZERO THEN
               MOVE "WARN" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-RUN-STATS
           MOVE ZERO TO RETURN-CODE
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

       LOAD-CONTROL-CARDS.
           OPEN INPUT CARD-FILE

           IF CARD-FILE-STATUS IS NOT EQUAL TO "00" THEN
               GO TO LOAD-CONTROL-CARDS-EXIT
           END-IF

           PERFORM READ-ONE-CARD THRU READ-ONE-CARD-EXIT
               UNTIL CARD-FILE-STATUS IS EQUAL TO "10"

           CLOSE CARD-FILE

           DISPLAY CARD-COUNT " CONTROL CARDS READ".

       LOAD-CONTROL-CARDS-EXIT.
           EXIT.

       READ-ONE-CARD.
           READ CARD-FILE
               AT END
                   MOVE "10" TO CARD-FILE-STATUS
                   GO TO READ-ONE-CARD-EXIT
           END-READ

           IF CARD-RECORD IS EQUAL TO SPACES OR
               CRD-KEY(1:1) IS EQUAL TO "*" THEN
               GO TO READ-ONE-CARD-EXIT
           END-IF

           ADD 1 TO CARD-COUNT

           INSPECT CRD-KEY CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           EVALUATE CRD-KEY
               WHEN "WARN"
                   IF CRD-VALUE(1:4) IS NUMERIC THEN
                       MOVE CRD-VALUE(1:4) TO WARN-DAYS
                   ELSE
                       DISPLAY "BAD WARN CARD - FOUR DIGITS: "
                           CRD-VALUE(1:20)
                       MOVE "Y" TO CARD-BAD
                   END-IF
               WHEN "WINDOW"
                   IF CRD-VALUE(1:4) IS NUMERIC AND
                       CRD-VALUE(1:4) IS NOT EQUAL TO "0000" THEN
                       MOVE CRD-VALUE(1:4) TO WINDOW-DAYS
                   ELSE
                       DISPLAY "BAD WINDOW CARD - FOUR DIGITS, NOT "
                           "ZERO: " CRD-VALUE(1:20)
                       MOVE "Y" TO CARD-BAD
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN CARD: " CRD-KEY
                   MOVE "Y" TO CARD-BAD
           END-EVALUATE.

       READ-ONE-CARD-EXIT.
           EXIT.

      *    EVERY ADD IN THE WINDOW GOES INTO A TEMPORARY TABLE SO THE
      *    SITE SCAN CAN COUNT THEM AGAINST EACH SITE'S RANGES. ADDS
      *    MERGED IN FROM ANOTHER OFFICE ARE ON OUR JOURNAL TOO, SO
      *    EVERY SITE'S CONSUMPTION IS SEEN FROM HERE.
       LOAD-JOURNAL-ADDS.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "CREATE TEMP TABLE CAPADDS(ID INTEGER);BEGIN;"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO QUERY-FAILED
               GO TO LOAD-JOURNAL-ADDS-EXIT
           END-IF

           OPEN INPUT JOURNAL-FILE

           IF JOURNAL-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM LOAD-ONE-JOURNAL-LINE THRU
                   LOAD-ONE-JOURNAL-LINE-EXIT
                   UNTIL JOURNAL-FILE-STATUS IS EQUAL TO "10"
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "NO JOURNAL - NO CONSUMPTION FIGURES"
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "COMMIT;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO QUERY-FAILED
           END-IF

      *    THE AVERAGE IS OVER THE DAYS THE JOURNAL ACTUALLY COVERS -
      *    A JOURNAL STARTED LAST WEEK IS NOT DIVIDED BY THE WINDOW
           MOVE WINDOW-DAYS TO DAYS-SEEN

           IF FIRST-JRN-DATE IS GREATER THAN WINDOW-START THEN
               COMPUTE DAYS-SEEN = PROC-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(FIRST-JRN-DATE) + 1
           END-IF.

       LOAD-JOURNAL-ADDS-EXIT.
           EXIT.

       LOAD-ONE-JOURNAL-LINE.
           READ JOURNAL-FILE
               AT END
                   MOVE "10" TO JOURNAL-FILE-STATUS
                   GO TO LOAD-ONE-JOURNAL-LINE-EXIT
           END-READ

           ADD 1 TO JRN-LINE-COUNT

           IF JRN-DATE IS NOT NUMERIC THEN
               GO TO LOAD-ONE-JOURNAL-LINE-EXIT
           END-IF

           MOVE JRN-DATE TO JRN-DATE-WS

           IF JRN-DATE-WS IS GREATER THAN PROC-DATE THEN
               GO TO LOAD-ONE-JOURNAL-LINE-EXIT
           END-IF

           IF FIRST-JRN-DATE IS EQUAL TO ZERO OR
               JRN-DATE-WS IS LESS THAN FIRST-JRN-DATE THEN
               MOVE JRN-DATE-WS TO FIRST-JRN-DATE
           END-IF

           IF JRN-DATE-WS IS LESS THAN WINDOW-START OR
               JRN-ACTION IS NOT EQUAL TO "ADD" OR
               JRN-ID IS NOT NUMERIC THEN
               GO TO LOAD-ONE-JOURNAL-LINE-EXIT
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "INSERT INTO CAPADDS VALUES(" DELIMITED BY SIZE
               JRN-ID DELIMITED BY SIZE
               ");" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO QUERY-FAILED
               GO TO LOAD-ONE-JOURNAL-LINE-EXIT
           END-IF

           ADD 1 TO JRN-ADD-COUNT.

       LOAD-ONE-JOURNAL-LINE-EXIT.
           EXIT.

      *    THIS OFFICE'S SEQUENCE - NOTHING BELOW IT WILL BE ISSUED
      *    AGAIN, WHETHER OR NOT THE PERSON IS STILL ON FILE
       READ-LOCAL-NEXT-ID.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT IFNULL(MAX(NEXT_ID),0) FROM SEQCTL "
               DELIMITED BY SIZE
               "WHERE NAME='PEOPLE';" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "READ-LOCAL-NEXT-ID" TO SQLERR-WHERE
           PERFORM PREPARE-SCAN

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

           IF STEP-CODE IS EQUAL TO SQLITE-ROW THEN
               CALL STATIC "sqlite3_column_int" USING
                   BY VALUE SCAN-STMT
                   BY VALUE 0
                   RETURNING COL-INT-RAW
               END-CALL

               MOVE COL-INT-RAW TO LOCAL-NEXT-ID
           END-IF

           CALL STATIC "sqlite3_finalize" USING BY VALUE SCAN-STMT
           END-CALL.

      *    ONE ROW PER SITE: ITS CURRENT RANGE, THE HIGHEST ID IN THAT
      *    RANGE EVER SEEN ON PEOPLE OR THE ARCHIVE, AND THE WINDOW'S
      *    ADDS THAT FELL IN ANY RANGE THE SITE HOLDS OR HAS HELD
       REPORT-SITES.
           WRITE PRINT-LINE FROM COLUMN-HEADING

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT S.SITE,S.LOW_ID,S.HIGH_ID,"
               DELIMITED BY SIZE
               "IFNULL((SELECT MAX(ID) FROM (SELECT ID FROM PEOPLE "
               DELIMITED BY SIZE
               "UNION ALL SELECT ID FROM PEOPLE_ARCHIVE) WHERE ID "
               DELIMITED BY SIZE
               "BETWEEN S.LOW_ID AND S.HIGH_ID),0),"
               DELIMITED BY SIZE
               "(SELECT COUNT(*) FROM CAPADDS A WHERE A.ID BETWEEN "
               DELIMITED BY SIZE
               "S.LOW_ID AND S.HIGH_ID OR EXISTS (SELECT 1 FROM "
               DELIMITED BY SIZE
               "SITERANGE R WHERE R.SITE=S.SITE AND A.ID BETWEEN "
               DELIMITED BY SIZE
               "R.LOW_ID AND R.HIGH_ID)) FROM SITECTL S "
               DELIMITED BY SIZE
               "ORDER BY S.SITE;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "REPORT-SITES" TO SQLERR-WHERE
           PERFORM PREPARE-SCAN

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               GO TO REPORT-SITES-EXIT
           END-IF

           PERFORM PRINT-SITE-ROW UNTIL STEP-CODE IS NOT EQUAL
               TO SQLITE-ROW

           CALL STATIC "sqlite3_finalize" USING BY VALUE SCAN-STMT
           END-CALL

           IF SITE-COUNT IS EQUAL TO ZERO THEN
               MOVE "    NO SITE RANGES ON SITECTL" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       REPORT-SITES-EXIT.
           EXIT.

       PRINT-SITE-ROW.
           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 0
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO CAP-SITE

           CALL STATIC "sqlite3_column_int" USING
               BY VALUE SCAN-STMT
               BY VALUE 1
               RETURNING COL-INT-RAW
           END-CALL

           MOVE COL-INT-RAW TO CAP-LOW

           CALL STATIC "sqlite3_column_int" USING
               BY VALUE SCAN-STMT
               BY VALUE 2
               RETURNING COL-INT-RAW
           END-CALL

           MOVE COL-INT-RAW TO CAP-HIGH

           CALL STATIC "sqlite3_column_int" USING
               BY VALUE SCAN-STMT
               BY VALUE 3
               RETURNING COL-INT-RAW
           END-CALL

           MOVE COL-INT-RAW TO CAP-TOP-ID

           CALL STATIC "sqlite3_column_int" USING
               BY VALUE SCAN-STMT
               BY VALUE 4
               RETURNING COL-INT-RAW
           END-CALL

           MOVE COL-INT-RAW TO CAP-ADDS

           PERFORM WORK-OUT-CAPACITY

           MOVE CAP-SITE TO CPL-SITE
           MOVE CAP-LOW TO CPL-LOW
           MOVE CAP-HIGH TO CPL-HIGH
           MOVE CAP-SIZE TO CPL-SIZE
           MOVE CAP-USED TO CPL-USED
           MOVE CAP-LEFT TO CPL-LEFT
           MOVE CAP-RATE TO CPL-RATE

           IF CAP-RATE IS EQUAL TO ZERO THEN
               MOVE "  NO USE" TO CPL-DAYS-LEFT
           ELSE
               MOVE CAP-DAYS-LEFT TO DAYS-LEFT-EDIT
               MOVE DAYS-LEFT-EDIT TO CPL-DAYS-LEFT
           END-IF

           MOVE CAP-STATUS TO CPL-STATUS
           WRITE PRINT-LINE FROM CAPACITY-LINE

           ADD 1 TO SITE-COUNT

           IF CAP-STATUS IS NOT EQUAL TO "OK" THEN
               PERFORM ALERT-SITE-CAPACITY
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE SCAN-STMT
               RETURNING STEP-CODE
           END-CALL.

      *    USED RUNS FROM THE BOTTOM OF THE RANGE TO THE HIGHEST ID
      *    SEEN IN IT - AND FOR THIS OFFICE TO THE SEQUENCE, WHICH IS
      *    NEVER WOUND BACK. THE PROJECTION IS IDS LEFT OVER THE
      *    AVERAGE DAILY ADDS; A SITE THAT ADDED NOBODY IN THE WINDOW
      *    IS NOT PROJECTED TO RUN OUT AT ALL.
       WORK-OUT-CAPACITY.
           MOVE ZERO TO CAP-SIZE
           MOVE ZERO TO CAP-USED

           IF CAP-HIGH IS NOT LESS THAN CAP-LOW THEN
               COMPUTE CAP-SIZE = CAP-HIGH - CAP-LOW + 1
           END-IF

           IF CAP-TOP-ID IS NOT LESS THAN CAP-LOW THEN
               COMPUTE CAP-USED = CAP-TOP-ID - CAP-LOW + 1
           END-IF

           IF CAP-SITE IS EQUAL TO SITE-CODE AND
               LOCAL-NEXT-ID IS GREATER THAN CAP-LOW AND
               LOCAL-NEXT-ID - CAP-LOW IS GREATER THAN CAP-USED THEN
               COMPUTE CAP-USED = LOCAL-NEXT-ID - CAP-LOW
           END-IF

           IF CAP-USED IS GREATER THAN CAP-SIZE THEN
               MOVE CAP-SIZE TO CAP-USED
           END-IF

           COMPUTE CAP-LEFT = CAP-SIZE - CAP-USED
           COMPUTE CAP-RATE ROUNDED = CAP-ADDS / DAYS-SEEN

           MOVE ZERO TO CAP-DAYS-LEFT

           IF CAP-ADDS IS GREATER THAN ZERO THEN
               COMPUTE CAP-DAYS-LEFT = CAP-LEFT * DAYS-SEEN / CAP-ADDS
           END-IF

           EVALUATE TRUE
               WHEN CAP-LEFT IS EQUAL TO ZERO
                   MOVE "OUT" TO CAP-STATUS
                   ADD 1 TO SITES-OUT
               WHEN CAP-ADDS IS GREATER THAN ZERO AND
                   CAP-DAYS-LEFT IS NOT GREATER THAN WARN-DAYS
                   MOVE "LOW" TO CAP-STATUS
                   ADD 1 TO SITES-LOW
               WHEN OTHER
                   MOVE "OK" TO CAP-STATUS
           END-EVALUATE.

      *    A SITE OUT OF IDS CANNOT ADD ANYBODY AT ALL - A SUPERVISOR
      *    GRANTS IT A NEW RANGE FROM THE COBOL-SQLITE SUPERVISOR MENU
       ALERT-SITE-CAPACITY.
           IF CAP-STATUS IS EQUAL TO "OUT" THEN
               MOVE "CRIT" TO ALERT-SEVERITY-WS
           ELSE
               MOVE "WARN" TO ALERT-SEVERITY-WS
           END-IF

           MOVE SPACES TO ALERT-KEY-WS
           STRING "SITECAP " DELIMITED BY SIZE
               CAP-SITE DELIMITED BY SIZE
               INTO ALERT-KEY-WS
           END-STRING

           MOVE SPACES TO ALERT-TEXT-WS

           IF CAP-STATUS IS EQUAL TO "OUT" THEN
               STRING "ID RANGE " DELIMITED BY SIZE
                   CPL-LOW DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CPL-HIGH DELIMITED BY SIZE
                   " USED UP - GRANT A NEW ONE" DELIMITED BY SIZE
                   INTO ALERT-TEXT-WS
               END-STRING
           ELSE
               STRING "ID RANGE " DELIMITED BY SIZE
                   CPL-LOW DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CPL-HIGH DELIMITED BY SIZE
                   " OUT IN ABOUT" DELIMITED BY SIZE
                   DAYS-LEFT-EDIT DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO ALERT-TEXT-WS
               END-STRING
           END-IF

           PERFORM POST-ALERT.

      *    PREPARE SQL-QUERY AND STEP TO THE FIRST ROW - THE CALLER
      *    SETS SQLERR-WHERE. ON A PREPARE ERROR THE REPORT SAYS SO
      *    AND ERROR-CODE IS LEFT NON-ZERO FOR THE CALLER TO TEST.
       PREPARE-SCAN.
           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE -1
               BY REFERENCE SCAN-STMT
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               WRITE PRINT-LINE FROM FAILED-LINE
               DISPLAY SQLERR-WHERE " QUERY ERROR"
               MOVE "Y" TO QUERY-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE SCAN-STMT
               RETURNING STEP-CODE
           END-CALL.

       RUN-STATEMENT.
           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "RUN-STATEMENT" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF.

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
           MOVE "COBOL-SQLITE-SITECAP" TO SQE-PROGRAM
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
           MOVE "COBOL-SQLITE-SITECAP" TO ALR-PROGRAM
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
           MOVE "COBOL-SQLITE-SITECAP" TO RS-PROGRAM
           MOVE RS-START-DATE-WS TO RS-START-DATE
           MOVE RS-START-TIME-WS TO RS-START-TIME
           MOVE RS-END-DATE-WS TO RS-END-DATE
           MOVE RS-END-TIME-WS TO RS-END-TIME
           MOVE JRN-LINE-COUNT TO RS-READ
           MOVE SITE-COUNT TO RS-WRITTEN
           COMPUTE RS-REJECTED = SITES-LOW + SITES-OUT
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

       END PROGRAM COBOL-SQLITE-SITECAP.
