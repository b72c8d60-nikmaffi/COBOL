       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-SQLITE-RETAIN.
       AUTHOR.     NIK MAFFI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDLIST-FILE ASSIGN TO "./data/retain.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDLIST-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN USING LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "./data/journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT NEWLOG-FILE ASSIGN USING NEWLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEWLOG-FILE-STATUS.
           SELECT CHANGED-FILE ASSIGN TO "./data/retain.chg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGED-FILE-STATUS.
           SELECT CERT-FILE ASSIGN USING CERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-FILE-STATUS.
           SELECT CHAIN-FILE ASSIGN USING CHAIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-FILE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.
           SELECT SQLERR-FILE ASSIGN TO "./data/sqlerr.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQLERR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDLIST-FILE.
       01  AUDLIST-RECORD      PIC X(40).
      *    THE LIVE AUDIT LOG OR ONE OF ITS MONTHLY ARCHIVES - THE
      *    LAYOUT IS THE SAME
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           02 AUD-DATE     PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 AUD-TIME     PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 AUD-ACTION   PIC X(6).
           02 FILLER       PIC X VALUE IS SPACE.
           02 AUD-ID       PIC X(6).
           02 FILLER       PIC X VALUE IS SPACE.
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
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-TIME     PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-ACTION   PIC X(6).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-ID       PIC X(6).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-BEFORE   PIC X(30).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-AFTER    PIC X(30).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-OPERATOR PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-SEQ      PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-HASH     PIC X(10).
      *    THE REWRITTEN COPY OF A LOG, BUILT ALONGSIDE IT AS
      *    <LOG>.ret AND ONLY MOVED OVER IT ONCE EVERY LOG HAS BEEN
      *    REWRITTEN CLEANLY
       FD  NEWLOG-FILE.
       01  NEWAUD-RECORD       PIC X(92).
       01  NEWJRN-RECORD       PIC X(123).
      *    THE LOGS WITH A REWRITTEN COPY WAITING - READ BACK TO MOVE
      *    THE COPIES INTO PLACE, OR TO THROW THEM AWAY
       FD  CHANGED-FILE.
       01  CHANGED-RECORD.
           02 CHG-LOG-NAME PIC X(40).
           02 FILLER       PIC X.
           02 CHG-NEW-NAME PIC X(44).
       FD  CERT-FILE.
       01  CERT-LINE           PIC X(80).
      *    LAST LINK OF THE AUDIT OR JOURNAL CHAIN - ONE RECORD,
      *    REWRITTEN AFTER EVERY APPENDED LINE
       FD  CHAIN-FILE.
       01  CHAIN-RECORD.
           02 CHN-SEQ      PIC 9(8).
           02 FILLER       PIC X.
           02 CHN-HASH     PIC 9(10).
       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           COPY RUNSTATS.
       FD  SQLERR-FILE.
       01  SQLERR-RECORD.
           COPY SQLERR.
       WORKING-STORAGE SECTION.
       77 SQLITE           POINTER.
       77 SCAN-STMT        POINTER.
       77 COUNT-STMT       POINTER.
       77 ERROR-CODE       PIC S9(5) USAGE IS COMP-5.
       77 STEP-CODE        PIC S9(5) USAGE IS COMP-5.
       77 DATABASE-NAME    PIC X(14) VALUE IS "./data/data.db".
       77 SQL-QUERY        PIC X(400).
       77 SQLITE-ROW       PIC S9(5) USAGE IS COMP-5 VALUE IS 100.
       77 COUNT-RAW        PIC S9(9) USAGE IS COMP-5.
       77 AUDLIST-FILE-STATUS PIC X(02).
       77 AUDIT-FILE-STATUS PIC X(02).
       77 JOURNAL-FILE-STATUS PIC X(02).
       77 NEWLOG-FILE-STATUS PIC X(02).
       77 CHANGED-FILE-STATUS PIC X(02).
       77 CERT-FILE-STATUS PIC X(02).
       77 RUN-DATE         PIC 9(8).
       77 RUN-TIME         PIC 9(8).
      *    THE RETENTION PERIOD IN DAYS - A PERSON ARCHIVED MORE THAN
      *    THIS MANY DAYS AGO IS ANONYMISED
       77 RETAIN-DAYS      PIC 9(5).
       77 RUN-DATE-INT     PIC 9(8).
       77 CUTOFF-INT       PIC 9(8).
       77 CUTOFF-DATE      PIC 9(8).
      *    WHAT NAME, STREET, CITY AND PHONE ARE REPLACED WITH -
      *    COBOL-SQLITE-RESTORE REFUSES AN ARCHIVED PERSON CARRYING IT
       77 ANON-VALUE       PIC X(10) VALUE IS "ANONYMISED".
       77 CERT-NAME        PIC X(24).
       77 LOG-NAME         PIC X(40).
       77 NEWLOG-NAME      PIC X(44).
       77 AUDLIST-COMMAND  PIC X(60) VALUE IS
           "ls ./data/audit_*.log > ./data/retain.lst 2>/dev/null".
       77 AUDLIST-NAME     PIC X(20) VALUE IS "./data/retain.lst".
       77 CHANGED-NAME     PIC X(20) VALUE IS "./data/retain.chg".
       77 RENAME-COMMAND   PIC X(100).
      *    A REPLACED LOG IS KEPT AS <LOG>.orig UNTIL THE TABLES HAVE
      *    COMMITTED. ONE STILL THERE AT THE START OF A RUN MEANS AN
      *    EARLIER RUN WAS CUT OFF MID-INSTALL - COBOL-SQLITE-VERIFY
      *    SAYS WHETHER THE LOG OR ITS .orig IS TO BE KEPT
       77 ORIG-NAME        PIC X(45).
       77 ORIG-PROBE-COMMAND PIC X(40) VALUE IS
           "ls ./data/*.orig > /dev/null 2>&1".
       77 ORIGS-KEPT       PIC 9(4)  VALUE IS ZERO.
       77 ORIGS-SEEN       PIC 9(4)  VALUE IS ZERO.
      *    SET WHEN A REPLACED LOG COULD NOT BE PUT BACK - THE
      *    CERTIFICATE MUST NOT THEN SAY NOTHING WAS ANONYMISED
       77 LOGS-LEFT-CHANGED PIC X    VALUE IS "N".
       77 PROBE-ID         PIC X(6).
       77 PROBE-HIT        PIC X     VALUE IS "N".
       77 FILE-CHANGED     PIC X     VALUE IS "N".
      *    ANY LOG THAT CANNOT BE READ OR WHOSE CHAIN DOES NOT HOLD
      *    STOPS THE RUN BEFORE ANYTHING IS REPLACED - RESEALING OVER
      *    A BROKEN CHAIN WOULD HIDE WHATEVER BROKE IT
       77 RUN-FAULT        PIC X     VALUE IS "N".
       77 FAULT-REASON     PIC X(60) VALUE IS SPACES.
       77 DUE-COUNT        PIC 9(6)  VALUE IS ZERO.
       77 DONE-COUNT       PIC 9(6)  VALUE IS ZERO.
       77 ADDRESS-TOTAL    PIC 9(6)  VALUE IS ZERO.
       77 AUDIT-LINES-ANON PIC 9(8)  VALUE IS ZERO.
       77 JOURNAL-LINES-ANON PIC 9(8) VALUE IS ZERO.
       77 FILES-REWRITTEN  PIC 9(4)  VALUE IS ZERO.
       77 COL-ID-RAW       PIC S9(9) USAGE IS COMP-5.
       77 COL-ADDRS-RAW    PIC S9(9) USAGE IS COMP-5.
       77 COL-LINES-RAW    PIC S9(9) USAGE IS COMP-5.
       77 COL-DATE-PTR     POINTER.
       77 COL-DATE-TEXT    PIC X(8) BASED.
       77 AUD-DATE-WS      PIC 9(8).
       77 AUD-TIME-WS      PIC 9(8).
       01 PEOPLE-RECORD.
           COPY PEOPLE.
      *    THE CHAIN AS IT WAS WRITTEN IS CHECKED LINE BY LINE WHILE
      *    THE NEW CHAIN IS FOLDED OVER THE ANONYMISED TEXT. UP TO THE
      *    FIRST CHANGED LINE THE TWO HASHES ARE THE SAME; FROM THERE
      *    ON EVERY LINE IS RESEALED. SEQUENCE NUMBERS NEVER CHANGE.
       77 LOG-LINE-NO      PIC 9(8)  VALUE IS ZERO.
       77 CHAIN-STARTED    PIC X     VALUE IS "N".
       77 LINE-CHAINED     PIC X     VALUE IS "N".
       77 ORIG-SEQ         PIC 9(8)  VALUE IS ZERO.
       77 ORIG-PREV-HASH   PIC 9(10) VALUE IS ZERO.
       77 NEW-PREV-HASH    PIC 9(10) VALUE IS ZERO.
       77 EXPECT-SEQ       PIC 9(8)  VALUE IS ZERO.
       77 RESEAL-COUNT     PIC 9(8)  VALUE IS ZERO.
       77 RESEAL-FROM      PIC 9(8)  VALUE IS ZERO.
       77 OLD-TEXT         PIC X(102).
       77 NEW-TEXT         PIC X(102).
       77 LINE-SEQ-WS      PIC X(8).
       77 LINE-SEQ-NUM REDEFINES LINE-SEQ-WS PIC 9(8).
       77 LINE-HASH-WS     PIC X(10).
       77 LINE-HASH-NUM REDEFINES LINE-HASH-WS PIC 9(10).
      *    WHERE EACH LOG'S CHAIN ENDS ONCE IT HAS BEEN WALKED
       77 AUDIT-END-SEQ    PIC 9(8)  VALUE IS ZERO.
       77 AUDIT-END-HASH   PIC 9(10) VALUE IS ZERO.
       77 AUDIT-RESEALED   PIC 9(8)  VALUE IS ZERO.
       77 AUDIT-RESEAL-FROM PIC 9(8) VALUE IS ZERO.
       77 JOURNAL-END-SEQ  PIC 9(8)  VALUE IS ZERO.
       77 JOURNAL-END-HASH PIC 9(10) VALUE IS ZERO.
       77 JOURNAL-RESEALED PIC 9(8)  VALUE IS ZERO.
       77 JOURNAL-RESEAL-FROM PIC 9(8) VALUE IS ZERO.
       01 CERT-HEADER-1.
           02 FILLER       PIC X(39)
               VALUE IS "DISPOSAL CERTIFICATE - ARCHIVED PEOPLE ".
           02 FILLER       PIC X(29)
               VALUE IS "ANONYMISED UNDER RETENTION".
       01 CERT-HEADER-2.
           02 FILLER       PIC X(10) VALUE IS "RUN DATE: ".
           02 CHD-DATE     PIC 9(8).
           02 FILLER       PIC X(8)  VALUE IS "  TIME: ".
           02 CHD-TIME     PIC 9(8).
           02 FILLER       PIC X(13) VALUE IS "  RETENTION: ".
           02 CHD-DAYS     PIC ZZZZ9.
           02 FILLER       PIC X(14) VALUE IS " DAYS  CUTOFF ".
           02 CHD-CUTOFF   PIC 9(8).
       01 CERT-HEADING.
           02 FILLER       PIC X(8)  VALUE IS "    ID".
           02 FILLER       PIC X(10) VALUE IS "ARCHIVED".
           02 FILLER       PIC X(12) VALUE IS "ANONYMISED".
           02 FILLER       PIC X(15) VALUE IS "ADDRESS ROWS".
           02 FILLER       PIC X(9)  VALUE IS "LOG LINES".
       01 CERT-DETAIL.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 CDT-ID       PIC 9(6).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 CDT-ARCHIVED PIC X(8).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 CDT-DONE     PIC 9(8).
           02 FILLER       PIC X(4)  VALUE IS SPACES.
           02 CDT-ADDRS    PIC ZZZZZ9.
           02 FILLER       PIC X(9)  VALUE IS SPACES.
           02 CDT-LINES    PIC ZZZZZ9.
       01 CERT-COUNT-LINE.
           02 CCT-LABEL    PIC X(40).
           02 CCT-VALUE    PIC Z(7)9.
       01 CERT-RESEAL-LINE.
           02 CRS-LOG      PIC X(8).
           02 FILLER       PIC X(32)
               VALUE IS " CHAIN RESEALED FROM SEQUENCE ".
           02 CRS-FROM     PIC Z(7)9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 CRS-COUNT    PIC Z(7)9.
           02 FILLER       PIC X(6)  VALUE IS " LINES".
       01 CERT-SIGN-LINE.
           02 FILLER       PIC X(40)
               VALUE IS "CERTIFIED BY: ________________________".
           02 FILLER       PIC X(20)
               VALUE IS "  DATE: __________".
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
           ACCEPT RUN-TIME FROM TIME

           DISPLAY "ANONYMISE PEOPLE ARCHIVED MORE THAN (DAYS): "
               WITH NO ADVANCING
           ACCEPT RETAIN-DAYS

           IF RETAIN-DAYS IS NOT NUMERIC OR
               RETAIN-DAYS IS EQUAL TO ZERO THEN
               DISPLAY "REJECTED: RETENTION MUST BE A NUMBER OF DAYS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)

           IF RETAIN-DAYS IS NOT LESS THAN RUN-DATE-INT THEN
               DISPLAY "REJECTED: RETENTION PERIOD TOO LONG"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE CUTOFF-INT = RUN-DATE-INT - RETAIN-DAYS
           COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(CUTOFF-INT)

      *    ONE CERTIFICATE FILE A DAY - A SECOND RUN THE SAME DAY IS
      *    ADDED TO THE END OF IT, NEVER WRITTEN OVER IT
           MOVE SPACES TO CERT-NAME
           STRING "disposal_" DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO CERT-NAME
           END-STRING

           OPEN EXTEND CERT-FILE

           IF CERT-FILE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CERT-FILE
           END-IF

           IF CERT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON CERT-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE CERT-LINE FROM CERT-HEADER-1
           MOVE RUN-DATE TO CHD-DATE
           MOVE RUN-TIME TO CHD-TIME
           MOVE RETAIN-DAYS TO CHD-DAYS
           MOVE CUTOFF-DATE TO CHD-CUTOFF
           WRITE CERT-LINE FROM CERT-HEADER-2
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE

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
               MOVE "OPENING ERROR ON DATABASE" TO FAULT-REASON
               PERFORM FAIL-RUN
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "BEGIN IMMEDIATE;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING
           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY, TRY AGAIN"
               MOVE "DATABASE BUSY" TO FAULT-REASON
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               SET SQLITE TO NULL
               PERFORM FAIL-RUN
           END-IF

           PERFORM ENSURE-ARCHIVE-TABLES
           PERFORM COLLECT-DUE-IDS

           IF RUN-FAULT IS EQUAL TO "Y" THEN
               PERFORM ABANDON-RUN
           END-IF

           IF DUE-COUNT IS EQUAL TO ZERO THEN
               MOVE LOW-VALUES TO SQL-QUERY
               STRING "ROLLBACK;" DELIMITED BY SIZE INTO SQL-QUERY
               END-STRING
               PERFORM RUN-STATEMENT

               CALL STATIC "sqlite3_close" USING
                   BY VALUE SQLITE
               END-CALL

               MOVE SPACES TO CERT-LINE
               MOVE "NO ARCHIVED PEOPLE PAST THE RETENTION PERIOD"
                   TO CERT-LINE
               WRITE CERT-LINE
               MOVE SPACES TO CERT-LINE
               WRITE CERT-LINE
               CLOSE CERT-FILE

               DISPLAY "NO ARCHIVED PEOPLE PAST THE RETENTION PERIOD"
               PERFORM WRITE-RUN-STATS
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ANONYMISE-ARCHIVE-TABLES

           IF RUN-FAULT IS EQUAL TO "Y" THEN
               PERFORM ABANDON-RUN
           END-IF

      *    NO LINE MAY BE ADDED TO A LOG BETWEEN READING IT AND
      *    INSTALLING ITS COPY - THE CHAIN LOCK IS HELD FROM HERE TO
      *    THE END OF THE CERTIFICATE
           PERFORM LOCK-CHAIN

           IF CHAIN-LOCK-DEPTH IS EQUAL TO ZERO THEN
               MOVE "LOG CHAIN LOCK NOT OBTAINED" TO FAULT-REASON
               PERFORM ABANDON-RUN
           END-IF

      *    THE LOGS ARE REWRITTEN WHILE THE TABLE CHANGES ARE STILL
      *    UNCOMMITTED - IF ANY LOG FAILS NOTHING IS REPLACED AND
      *    THE TABLES ROLL BACK, SO A RERUN STARTS FROM THE SAME PLACE
           PERFORM REWRITE-LOGS

           IF RUN-FAULT IS EQUAL TO "Y" THEN
               PERFORM DISCARD-REWRITES
               PERFORM ABANDON-RUN
           END-IF

           PERFORM INSTALL-REWRITES

      *    A LOG THAT COULD NOT BE MOVED INTO PLACE - EVERY LOG
      *    ALREADY REPLACED IS PUT BACK AND THE TABLES ROLL BACK
           IF RUN-FAULT IS EQUAL TO "Y" THEN
               PERFORM RESTORE-ORIGINALS
               PERFORM DISCARD-REWRITES
               PERFORM ABANDON-RUN
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "COMMIT;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING
           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "COMMIT FAILED - THE LOGS ARE PUT BACK"
               MOVE "COMMIT FAILED" TO FAULT-REASON
               PERFORM RESTORE-ORIGINALS
               PERFORM DISCARD-REWRITES
               PERFORM ABANDON-RUN
           END-IF

           PERFORM FINISH-INSTALL
           PERFORM WRITE-CERTIFICATE
           PERFORM UNLOCK-CHAIN

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           DISPLAY DONE-COUNT " PEOPLE ANONYMISED, "
               AUDIT-LINES-ANON " AUDIT AND "
               JOURNAL-LINES-ANON " JOURNAL LINES"

           PERFORM WRITE-RUN-STATS
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       ABANDON-RUN.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "ROLLBACK;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING
           PERFORM RUN-STATEMENT

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL
           SET SQLITE TO NULL

           PERFORM UNLOCK-CHAIN
           PERFORM FAIL-RUN.

      *    NOTHING WAS ANONYMISED - SAY WHY ON THE CERTIFICATE. THE
      *    ONE EXCEPTION IS A REPLACED LOG THAT COULD NOT BE PUT BACK,
      *    AND THE CERTIFICATE SAYS SO
       FAIL-RUN.
           MOVE SPACES TO CERT-LINE

           IF LOGS-LEFT-CHANGED IS EQUAL TO "Y" THEN
               STRING "RUN ABANDONED - LOGS LEFT CHANGED: "
                   DELIMITED BY SIZE
                   FAULT-REASON DELIMITED BY SIZE
                   INTO CERT-LINE
               END-STRING
               WRITE CERT-LINE
               MOVE SPACES TO CERT-LINE
               MOVE "THE ORIGINAL LOGS ARE IN ./data/*.orig"
                   TO CERT-LINE
           ELSE
               STRING "RUN ABANDONED - NOTHING ANONYMISED: "
                   DELIMITED BY SIZE
                   FAULT-REASON DELIMITED BY SIZE
                   INTO CERT-LINE
               END-STRING
           END-IF

           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           CLOSE CERT-FILE

           MOVE "ERR" TO RS-STATUS-WS
           PERFORM WRITE-RUN-STATS

           MOVE 8 TO RETURN-CODE
           STOP RUN.

       ENSURE-ARCHIVE-TABLES.
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "CREATE TABLE IF NOT EXISTS PEOPLE_ARCHIVE("
               DELIMITED BY SIZE
               "ID INTEGER,NAME TEXT,ARCHDATE TEXT);"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "CREATE TABLE IF NOT EXISTS ADDRESSES_ARCHIVE("
               DELIMITED BY SIZE
               "ID INTEGER,STREET TEXT,CITY TEXT,PHONE TEXT);"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT.

      *    THE PEOPLE DUE FOR DISPOSAL, IN A TEMP TABLE ON THE OPEN
      *    CONNECTION SO EVERY LOG LINE IS A KEYED PROBE. AN ID BACK
      *    ON THE LIVE TABLE BELONGS TO SOMEONE CURRENT AND IS LEFT
      *    ALONE; ONE ALREADY ANONYMISED IS NOT DONE TWICE.
       COLLECT-DUE-IDS.
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "CREATE TEMP TABLE DISPOSE(ID INTEGER PRIMARY "
               DELIMITED BY SIZE
               "KEY,ARCHDATE TEXT,ADDRS INTEGER,LINES INTEGER);"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "CANNOT BUILD THE DISPOSAL WORK TABLE"
               MOVE "CANNOT BUILD THE DISPOSAL WORK TABLE"
                   TO FAULT-REASON
               MOVE "Y" TO RUN-FAULT
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "INSERT INTO DISPOSE SELECT A.ID,MAX(A.ARCHDATE),"
               DELIMITED BY SIZE
               "(SELECT COUNT(*) FROM ADDRESSES_ARCHIVE D WHERE "
               DELIMITED BY SIZE
               "D.ID=A.ID),0 FROM PEOPLE_ARCHIVE A WHERE A.ID NOT "
               DELIMITED BY SIZE
               "IN (SELECT ID FROM PEOPLE) GROUP BY A.ID HAVING "
               DELIMITED BY SIZE
               "MAX(A.ARCHDATE)<'" DELIMITED BY SIZE
               CUTOFF-DATE DELIMITED BY SIZE
               "' AND SUM(A.NAME<>'" DELIMITED BY SIZE
               ANON-VALUE DELIMITED BY SIZE
               "')>0;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "QUERY ERROR"
               MOVE "CANNOT SELECT THE PEOPLE DUE" TO FAULT-REASON
               MOVE "Y" TO RUN-FAULT
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM DISPOSE;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-COUNT-QUERY

           IF COUNT-RAW IS LESS THAN ZERO THEN
               MOVE "CANNOT COUNT THE PEOPLE DUE" TO FAULT-REASON
               MOVE "Y" TO RUN-FAULT
               EXIT PARAGRAPH
           END-IF

           MOVE COUNT-RAW TO DUE-COUNT.

      *    THE IDS AND ARCHIVE DATES STAY SO COUNTS STILL RECONCILE -
      *    ONLY THE PERSONAL FIELDS GO
       ANONYMISE-ARCHIVE-TABLES.
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "UPDATE PEOPLE_ARCHIVE SET NAME='"
               DELIMITED BY SIZE
               ANON-VALUE DELIMITED BY SIZE
               "' WHERE ID IN (SELECT ID FROM DISPOSE);"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "UPDATE ERROR ON PEOPLE_ARCHIVE"
               MOVE "UPDATE ERROR ON PEOPLE_ARCHIVE" TO FAULT-REASON
               MOVE "Y" TO RUN-FAULT
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "UPDATE ADDRESSES_ARCHIVE SET STREET='"
               DELIMITED BY SIZE
               ANON-VALUE DELIMITED BY SIZE
               "',CITY='" DELIMITED BY SIZE
               ANON-VALUE DELIMITED BY SIZE
               "',PHONE='" DELIMITED BY SIZE
               ANON-VALUE DELIMITED BY SIZE
               "' WHERE ID IN (SELECT ID FROM DISPOSE);"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "UPDATE ERROR ON ADDRESSES_ARCHIVE"
               MOVE "UPDATE ERROR ON ADDRESSES_ARCHIVE"
                   TO FAULT-REASON
               MOVE "Y" TO RUN-FAULT
           END-IF.

      *    EVERY MONTHLY AUDIT ARCHIVE OLDEST FIRST, THEN THE LIVE
      *    AUDIT LOG - ONE CHAIN RUNNING THROUGH THEM ALL - THEN THE
      *    JOURNAL, WHICH IS NEVER ROLLED AND MUST START AT ONE
       REWRITE-LOGS.
           CALL "SYSTEM" USING ORIG-PROBE-COMMAND
           END-CALL

           IF RETURN-CODE IS EQUAL TO ZERO THEN
               DISPLAY "ORIGINAL LOGS LEFT BY AN INTERRUPTED RUN - "
                   "SEE ./data/*.orig"
               MOVE "ORIGINAL LOGS LEFT BY AN INTERRUPTED RUN"
                   TO FAULT-REASON
               MOVE "Y" TO RUN-FAULT
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO RETURN-CODE

           OPEN OUTPUT CHANGED-FILE

           IF CHANGED-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON CHANGED-FILE"
               MOVE "OPENING ERROR ON ./data/retain.chg"
                   TO FAULT-REASON
               MOVE "Y" TO RUN-FAULT
               EXIT PARAGRAPH
           END-IF

           PERFORM START-CHAIN

           CALL "SYSTEM" USING AUDLIST-COMMAND
           END-CALL
           MOVE ZERO TO RETURN-CODE

           OPEN INPUT AUDLIST-FILE

           IF AUDLIST-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM REWRITE-LISTED-LOG THRU
                   REWRITE-LISTED-LOG-EXIT
                   UNTIL AUDLIST-FILE-STATUS IS EQUAL TO "10"
                   OR RUN-FAULT IS EQUAL TO "Y"
               CLOSE AUDLIST-FILE
               CALL "CBL_DELETE_FILE" USING AUDLIST-NAME
               END-CALL
               MOVE ZERO TO RETURN-CODE
           END-IF

           IF RUN-FAULT IS EQUAL TO "N" THEN
               MOVE "./data/audit.log" TO LOG-NAME
               PERFORM REWRITE-AUDIT-LOG THRU REWRITE-AUDIT-LOG-EXIT
           END-IF

           IF RUN-FAULT IS EQUAL TO "N" THEN
               MOVE "./data/audit.chn" TO CHAIN-FILE-NAME
               PERFORM CHECK-CHAIN-CONTROL
               MOVE ORIG-SEQ TO AUDIT-END-SEQ
               MOVE NEW-PREV-HASH TO AUDIT-END-HASH
               MOVE RESEAL-COUNT TO AUDIT-RESEALED
               MOVE RESEAL-FROM TO AUDIT-RESEAL-FROM
           END-IF

           IF RUN-FAULT IS EQUAL TO "N" THEN
               PERFORM START-CHAIN
               MOVE "./data/journal.log" TO LOG-NAME
               PERFORM REWRITE-JOURNAL-LOG THRU
                   REWRITE-JOURNAL-LOG-EXIT
           END-IF

           IF RUN-FAULT IS EQUAL TO "N" THEN
               MOVE "./data/journal.chn" TO CHAIN-FILE-NAME
               PERFORM CHECK-CHAIN-CONTROL
               MOVE ORIG-SEQ TO JOURNAL-END-SEQ
               MOVE NEW-PREV-HASH TO JOURNAL-END-HASH
               MOVE RESEAL-COUNT TO JOURNAL-RESEALED
               MOVE RESEAL-FROM TO JOURNAL-RESEAL-FROM
           END-IF

           CLOSE CHANGED-FILE.

       START-CHAIN.
           MOVE "N" TO CHAIN-STARTED
           MOVE ZERO TO ORIG-SEQ
           MOVE ZERO TO ORIG-PREV-HASH
           MOVE ZERO TO NEW-PREV-HASH
           MOVE ZERO TO RESEAL-COUNT
           MOVE ZERO TO RESEAL-FROM.

       REWRITE-LISTED-LOG.
           READ AUDLIST-FILE
               AT END
                   MOVE "10" TO AUDLIST-FILE-STATUS
                   GO TO REWRITE-LISTED-LOG-EXIT
           END-READ

           IF AUDLIST-RECORD IS EQUAL TO SPACES THEN
               GO TO REWRITE-LISTED-LOG-EXIT
           END-IF

           MOVE AUDLIST-RECORD TO LOG-NAME
           PERFORM REWRITE-AUDIT-LOG THRU REWRITE-AUDIT-LOG-EXIT.

       REWRITE-LISTED-LOG-EXIT.
           EXIT.

      *    ONE AUDIT LOG COPIED LINE FOR LINE TO ITS .ret FILE
       REWRITE-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE

           IF AUDIT-FILE-STATUS IS EQUAL TO "35" THEN
               GO TO REWRITE-AUDIT-LOG-EXIT
           END-IF

           IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON " LOG-NAME
               MOVE SPACES TO FAULT-REASON
               STRING "OPENING ERROR ON " DELIMITED BY SIZE
                   LOG-NAME DELIMITED BY SPACE
                   INTO FAULT-REASON
               END-STRING
               MOVE "Y" TO RUN-FAULT
               GO TO REWRITE-AUDIT-LOG-EXIT
           END-IF

           PERFORM OPEN-NEWLOG

           IF RUN-FAULT IS EQUAL TO "Y" THEN
               CLOSE AUDIT-FILE
               GO TO REWRITE-AUDIT-LOG-EXIT
           END-IF

           PERFORM REWRITE-AUDIT-LINE THRU REWRITE-AUDIT-LINE-EXIT
               UNTIL AUDIT-FILE-STATUS IS EQUAL TO "10"
               OR RUN-FAULT IS EQUAL TO "Y"

           CLOSE AUDIT-FILE
           CLOSE NEWLOG-FILE
           PERFORM FILE-REWRITTEN.

       REWRITE-AUDIT-LOG-EXIT.
           EXIT.

       REWRITE-AUDIT-LINE.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO AUDIT-FILE-STATUS
                   GO TO REWRITE-AUDIT-LINE-EXIT
           END-READ

           MOVE SPACES TO OLD-TEXT
           MOVE AUDIT-RECORD(1:71) TO OLD-TEXT

           IF AUD-ID IS NUMERIC AND AUD-NAME IS NOT EQUAL TO SPACES
               AND AUD-NAME IS NOT EQUAL TO ANON-VALUE THEN
               MOVE AUD-ID TO PROBE-ID
               PERFORM PROBE-DUE-ID

               IF PROBE-HIT IS EQUAL TO "Y" THEN
                   MOVE ANON-VALUE TO AUD-NAME
                   MOVE "Y" TO FILE-CHANGED
                   ADD 1 TO AUDIT-LINES-ANON
               END-IF
           END-IF

           MOVE SPACES TO NEW-TEXT
           MOVE AUDIT-RECORD(1:71) TO NEW-TEXT
           MOVE AUD-SEQ TO LINE-SEQ-WS
           MOVE AUD-HASH TO LINE-HASH-WS
           PERFORM RESEAL-CHAIN-LINE THRU RESEAL-CHAIN-LINE-EXIT

           IF RUN-FAULT IS EQUAL TO "Y" THEN
               GO TO REWRITE-AUDIT-LINE-EXIT
           END-IF

           IF LINE-CHAINED IS EQUAL TO "Y" AND
               LINE-HASH-WS IS NOT EQUAL TO AUD-HASH THEN
               MOVE LINE-HASH-WS TO AUD-HASH
               MOVE "Y" TO FILE-CHANGED
           END-IF

           WRITE NEWAUD-RECORD FROM AUDIT-RECORD.

       REWRITE-AUDIT-LINE-EXIT.
           EXIT.

       REWRITE-JOURNAL-LOG.
           OPEN INPUT JOURNAL-FILE

           IF JOURNAL-FILE-STATUS IS EQUAL TO "35" THEN
               GO TO REWRITE-JOURNAL-LOG-EXIT
           END-IF

           IF JOURNAL-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON JOURNAL-FILE"
               MOVE "OPENING ERROR ON ./data/journal.log"
                   TO FAULT-REASON
               MOVE "Y" TO RUN-FAULT
               GO TO REWRITE-JOURNAL-LOG-EXIT
           END-IF

           PERFORM OPEN-NEWLOG

           IF RUN-FAULT IS EQUAL TO "Y" THEN
               CLOSE JOURNAL-FILE
               GO TO REWRITE-JOURNAL-LOG-EXIT
           END-IF

           PERFORM REWRITE-JOURNAL-LINE THRU
               REWRITE-JOURNAL-LINE-EXIT
               UNTIL JOURNAL-FILE-STATUS IS EQUAL TO "10"
               OR RUN-FAULT IS EQUAL TO "Y"

           CLOSE JOURNAL-FILE
           CLOSE NEWLOG-FILE
           PERFORM FILE-REWRITTEN.

       REWRITE-JOURNAL-LOG-EXIT.
           EXIT.

      *    BOTH IMAGES GO - THE BEFORE IMAGE OF A DELETE IS AS MUCH
      *    THE PERSON'S NAME AS THE AFTER IMAGE OF AN ADD. THE ACTION
      *    IS KEPT, SO COBOL-SQLITE-BALANCE STILL COUNTS THE LINE.
       REWRITE-JOURNAL-LINE.
           READ JOURNAL-FILE
               AT END
                   MOVE "10" TO JOURNAL-FILE-STATUS
                   GO TO REWRITE-JOURNAL-LINE-EXIT
           END-READ

           MOVE JOURNAL-RECORD(1:102) TO OLD-TEXT

           IF JRN-ID IS NUMERIC AND
               ((JRN-BEFORE IS NOT EQUAL TO SPACES AND
                 JRN-BEFORE IS NOT EQUAL TO ANON-VALUE) OR
                (JRN-AFTER IS NOT EQUAL TO SPACES AND
                 JRN-AFTER IS NOT EQUAL TO ANON-VALUE)) THEN
               MOVE JRN-ID TO PROBE-ID
               PERFORM PROBE-DUE-ID

               IF PROBE-HIT IS EQUAL TO "Y" THEN
                   IF JRN-BEFORE IS NOT EQUAL TO SPACES THEN
                       MOVE ANON-VALUE TO JRN-BEFORE
                   END-IF
                   IF JRN-AFTER IS NOT EQUAL TO SPACES THEN
                       MOVE ANON-VALUE TO JRN-AFTER
                   END-IF
                   MOVE "Y" TO FILE-CHANGED
                   ADD 1 TO JOURNAL-LINES-ANON
               END-IF
           END-IF

           MOVE JOURNAL-RECORD(1:102) TO NEW-TEXT
           MOVE JRN-SEQ TO LINE-SEQ-WS
           MOVE JRN-HASH TO LINE-HASH-WS
           PERFORM RESEAL-CHAIN-LINE THRU RESEAL-CHAIN-LINE-EXIT

           IF RUN-FAULT IS EQUAL TO "Y" THEN
               GO TO REWRITE-JOURNAL-LINE-EXIT
           END-IF

           IF LINE-CHAINED IS EQUAL TO "Y" AND
               LINE-HASH-WS IS NOT EQUAL TO JRN-HASH THEN
               MOVE LINE-HASH-WS TO JRN-HASH
               MOVE "Y" TO FILE-CHANGED
           END-IF

           WRITE NEWJRN-RECORD FROM JOURNAL-RECORD.

       REWRITE-JOURNAL-LINE-EXIT.
           EXIT.

       OPEN-NEWLOG.
           MOVE "N" TO FILE-CHANGED
           MOVE ZERO TO LOG-LINE-NO
           MOVE SPACES TO NEWLOG-NAME

           STRING LOG-NAME DELIMITED BY SPACE
               ".ret" DELIMITED BY SIZE
               INTO NEWLOG-NAME
           END-STRING

           OPEN OUTPUT NEWLOG-FILE

           IF NEWLOG-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON " NEWLOG-NAME
               MOVE SPACES TO FAULT-REASON
               STRING "OPENING ERROR ON " DELIMITED BY SIZE
                   NEWLOG-NAME DELIMITED BY SPACE
                   INTO FAULT-REASON
               END-STRING
               MOVE "Y" TO RUN-FAULT
           END-IF.

      *    A COPY WITH CHANGES WAITS ON THE CHANGED LIST; A COPY
      *    WITHOUT ANY (OR CUT SHORT BY A FAULT) IS THROWN AWAY
       FILE-REWRITTEN.
           IF FILE-CHANGED IS EQUAL TO "Y" AND
               RUN-FAULT IS EQUAL TO "N" THEN
               MOVE SPACES TO CHANGED-RECORD
               MOVE LOG-NAME TO CHG-LOG-NAME
               MOVE NEWLOG-NAME TO CHG-NEW-NAME
               WRITE CHANGED-RECORD
           ELSE
               CALL "CBL_DELETE_FILE" USING NEWLOG-NAME
               END-CALL
               MOVE ZERO TO RETURN-CODE
           END-IF.

      *    ONE LINE AGAINST THE CHAIN AS WRITTEN, THEN ONTO THE NEW
      *    CHAIN - THE CALLER PUTS THE LINE TEXT AS READ IN OLD-TEXT
      *    AND AS IT WILL BE WRITTEN IN NEW-TEXT. LINES FROM BEFORE
      *    CHAINING WAS BROUGHT IN ARE PASSED OVER. ON RETURN
      *    LINE-HASH-WS HOLDS THE HASH THE LINE IS TO CARRY.
       RESEAL-CHAIN-LINE.
           ADD 1 TO LOG-LINE-NO
           MOVE "N" TO LINE-CHAINED

           IF LINE-SEQ-WS IS NOT NUMERIC OR
               LINE-HASH-WS IS NOT NUMERIC THEN
               IF CHAIN-STARTED IS EQUAL TO "N" THEN
                   GO TO RESEAL-CHAIN-LINE-EXIT
               END-IF
               MOVE "LINE CARRIES NO CHAIN FIELDS" TO FAULT-REASON
               PERFORM REPORT-CHAIN-FAULT
               GO TO RESEAL-CHAIN-LINE-EXIT
           END-IF

           MOVE "Y" TO LINE-CHAINED

      *    THE FIRST CHAINED LINE MUST BE SEQUENCE ONE - NOTHING EVER
      *    DELETES AN AUDIT ARCHIVE, THE SAME RULE COBOL-SQLITE-VERIFY
      *    APPLIES
           IF CHAIN-STARTED IS EQUAL TO "N" THEN
               MOVE "Y" TO CHAIN-STARTED

               IF LINE-SEQ-NUM IS GREATER THAN 1 THEN
                   MOVE "CHAIN DOES NOT START AT 1" TO FAULT-REASON
                   PERFORM REPORT-CHAIN-FAULT
                   GO TO RESEAL-CHAIN-LINE-EXIT
               END-IF
           END-IF

           COMPUTE EXPECT-SEQ = ORIG-SEQ + 1

           IF LINE-SEQ-NUM IS NOT EQUAL TO EXPECT-SEQ THEN
               MOVE "SEQUENCE GAP OR LINES OUT OF ORDER"
                   TO FAULT-REASON
               PERFORM REPORT-CHAIN-FAULT
               GO TO RESEAL-CHAIN-LINE-EXIT
           END-IF

           MOVE ORIG-SEQ TO CHAIN-SEQ
           MOVE ORIG-PREV-HASH TO CHAIN-PREV-HASH
           MOVE OLD-TEXT TO CHAIN-IN-DATA
           PERFORM FOLD-CHAIN-LINK

           IF CHAIN-HASH IS NOT EQUAL TO LINE-HASH-NUM THEN
               MOVE "HASH MISMATCH - LINE ALTERED OR REPLACED"
                   TO FAULT-REASON
               PERFORM REPORT-CHAIN-FAULT
               GO TO RESEAL-CHAIN-LINE-EXIT
           END-IF

           MOVE CHAIN-SEQ TO ORIG-SEQ
           MOVE CHAIN-HASH TO ORIG-PREV-HASH

           MOVE ORIG-SEQ TO CHAIN-SEQ
           SUBTRACT 1 FROM CHAIN-SEQ
           MOVE NEW-PREV-HASH TO CHAIN-PREV-HASH
           MOVE NEW-TEXT TO CHAIN-IN-DATA
           PERFORM FOLD-CHAIN-LINK
           MOVE CHAIN-HASH TO NEW-PREV-HASH

           IF CHAIN-HASH IS NOT EQUAL TO LINE-HASH-NUM THEN
               IF RESEAL-COUNT IS EQUAL TO ZERO THEN
                   MOVE ORIG-SEQ TO RESEAL-FROM
               END-IF
               ADD 1 TO RESEAL-COUNT
               MOVE CHAIN-HASH TO LINE-HASH-NUM
           END-IF.

       RESEAL-CHAIN-LINE-EXIT.
           EXIT.

       REPORT-CHAIN-FAULT.
           MOVE "Y" TO RUN-FAULT
           DISPLAY LOG-NAME " CHAIN BROKEN AT LINE " LOG-LINE-NO
               ": " FAULT-REASON
           DISPLAY "RUN COBOL-SQLITE-VERIFY - NOTHING HAS BEEN "
               "ANONYMISED".

      *    THE LAST LINE OF THE LOG AGAINST ITS CONTROL FILE - LINES
      *    CUT OFF THE END WOULD OTHERWISE BE SEALED OVER UNSEEN
       CHECK-CHAIN-CONTROL.
           PERFORM READ-CHAIN-LINK

           IF CHAIN-FILE-STATUS IS EQUAL TO "35" THEN
               EXIT PARAGRAPH
           END-IF

           IF CHAIN-SEQ IS EQUAL TO ORIG-SEQ AND
               CHAIN-PREV-HASH IS EQUAL TO ORIG-PREV-HASH THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO RUN-FAULT
           MOVE SPACES TO FAULT-REASON
           STRING CHAIN-FILE-NAME DELIMITED BY SPACE
               " DOES NOT MATCH THE END OF THE LOG"
               DELIMITED BY SIZE
               INTO FAULT-REASON
           END-STRING
           DISPLAY FAULT-REASON
           DISPLAY "RUN COBOL-SQLITE-VERIFY - NOTHING HAS BEEN "
               "ANONYMISED".

      *    A FAULTED RUN LEAVES EVERY LOG AS IT WAS
       DISCARD-REWRITES.
           OPEN INPUT CHANGED-FILE

           IF CHANGED-FILE-STATUS IS NOT EQUAL TO "00" THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM DISCARD-ONE-REWRITE THRU DISCARD-ONE-REWRITE-EXIT
               UNTIL CHANGED-FILE-STATUS IS EQUAL TO "10"

           CLOSE CHANGED-FILE
           CALL "CBL_DELETE_FILE" USING CHANGED-NAME
           END-CALL
           MOVE ZERO TO RETURN-CODE.

       DISCARD-ONE-REWRITE.
           READ CHANGED-FILE
               AT END
                   MOVE "10" TO CHANGED-FILE-STATUS
                   GO TO DISCARD-ONE-REWRITE-EXIT
           END-READ

           MOVE CHG-NEW-NAME TO NEWLOG-NAME
           CALL "CBL_DELETE_FILE" USING NEWLOG-NAME
           END-CALL
           MOVE ZERO TO RETURN-CODE.

       DISCARD-ONE-REWRITE-EXIT.
           EXIT.

      *    EVERY LOG WALKED CLEAN - EACH LOG IS MOVED ASIDE AS
      *    <LOG>.orig AND ITS COPY MOVED INTO ITS PLACE. THE ORIGINALS
      *    STAY UNTIL THE TABLES HAVE COMMITTED; IF A MOVE FAILS, OR
      *    THE COMMIT DOES, RESTORE-ORIGINALS PUTS THEM ALL BACK
       INSTALL-REWRITES.
           OPEN INPUT CHANGED-FILE

           IF CHANGED-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON CHANGED-FILE"
               MOVE "OPENING ERROR ON ./data/retain.chg"
                   TO FAULT-REASON
               MOVE "Y" TO RUN-FAULT
               EXIT PARAGRAPH
           END-IF

           PERFORM INSTALL-ONE-REWRITE THRU INSTALL-ONE-REWRITE-EXIT
               UNTIL CHANGED-FILE-STATUS IS EQUAL TO "10"
               OR RUN-FAULT IS EQUAL TO "Y"

           CLOSE CHANGED-FILE.

       INSTALL-ONE-REWRITE.
           READ CHANGED-FILE
               AT END
                   MOVE "10" TO CHANGED-FILE-STATUS
                   GO TO INSTALL-ONE-REWRITE-EXIT
           END-READ

           PERFORM BUILD-ORIG-NAME
           MOVE LOW-VALUES TO RENAME-COMMAND

           STRING "mv " DELIMITED BY SIZE
               CHG-LOG-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ORIG-NAME DELIMITED BY SPACE
               INTO RENAME-COMMAND
           END-STRING

           CALL "SYSTEM" USING RENAME-COMMAND
           END-CALL

           IF RETURN-CODE IS NOT EQUAL TO ZERO THEN
               MOVE ZERO TO RETURN-CODE
               MOVE "Y" TO RUN-FAULT
               MOVE SPACES TO FAULT-REASON
               STRING "CANNOT MOVE ASIDE " DELIMITED BY SIZE
                   CHG-LOG-NAME DELIMITED BY SPACE
                   INTO FAULT-REASON
               END-STRING
               DISPLAY FAULT-REASON
               GO TO INSTALL-ONE-REWRITE-EXIT
           END-IF

           ADD 1 TO ORIGS-KEPT
           MOVE LOW-VALUES TO RENAME-COMMAND

           STRING "mv " DELIMITED BY SIZE
               CHG-NEW-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CHG-LOG-NAME DELIMITED BY SPACE
               INTO RENAME-COMMAND
           END-STRING

           CALL "SYSTEM" USING RENAME-COMMAND
           END-CALL

           IF RETURN-CODE IS NOT EQUAL TO ZERO THEN
               MOVE ZERO TO RETURN-CODE
               MOVE "Y" TO RUN-FAULT
               MOVE SPACES TO FAULT-REASON
               STRING "CANNOT REPLACE " DELIMITED BY SIZE
                   CHG-LOG-NAME DELIMITED BY SPACE
                   INTO FAULT-REASON
               END-STRING
               DISPLAY FAULT-REASON
               GO TO INSTALL-ONE-REWRITE-EXIT
           END-IF

           ADD 1 TO FILES-REWRITTEN.

       INSTALL-ONE-REWRITE-EXIT.
           EXIT.

       BUILD-ORIG-NAME.
           MOVE SPACES TO ORIG-NAME

           STRING CHG-LOG-NAME DELIMITED BY SPACE
               ".orig" DELIMITED BY SIZE
               INTO ORIG-NAME
           END-STRING.

      *    EVERY LOG MOVED ASIDE SO FAR GOES BACK OVER WHATEVER NOW
      *    STANDS IN ITS PLACE - THESE ARE THE FIRST ORIGS-KEPT LOGS
      *    ON THE CHANGED LIST
       RESTORE-ORIGINALS.
           IF ORIGS-KEPT IS EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CHANGED-FILE

           IF CHANGED-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON CHANGED-FILE - LOGS NOT PUT "
                   "BACK, SEE ./data/*.orig"
               MOVE "Y" TO LOGS-LEFT-CHANGED
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO ORIGS-SEEN

           PERFORM RESTORE-ONE-ORIGINAL THRU RESTORE-ONE-ORIGINAL-EXIT
               UNTIL CHANGED-FILE-STATUS IS EQUAL TO "10"
               OR ORIGS-SEEN IS EQUAL TO ORIGS-KEPT

           CLOSE CHANGED-FILE.

       RESTORE-ONE-ORIGINAL.
           READ CHANGED-FILE
               AT END
                   MOVE "10" TO CHANGED-FILE-STATUS
                   GO TO RESTORE-ONE-ORIGINAL-EXIT
           END-READ

           ADD 1 TO ORIGS-SEEN
           PERFORM BUILD-ORIG-NAME
           MOVE LOW-VALUES TO RENAME-COMMAND

           STRING "mv " DELIMITED BY SIZE
               ORIG-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CHG-LOG-NAME DELIMITED BY SPACE
               INTO RENAME-COMMAND
           END-STRING

           CALL "SYSTEM" USING RENAME-COMMAND
           END-CALL

           IF RETURN-CODE IS NOT EQUAL TO ZERO THEN
               MOVE ZERO TO RETURN-CODE
               MOVE "Y" TO LOGS-LEFT-CHANGED
               DISPLAY "CANNOT PUT BACK " CHG-LOG-NAME
               DISPLAY "THE ORIGINAL IS STILL " ORIG-NAME
           END-IF.

       RESTORE-ONE-ORIGINAL-EXIT.
           EXIT.

      *    THE TABLES HAVE COMMITTED - THE ORIGINALS GO, AND A
      *    RESEALED CHAIN'S NEW LAST LINK IS CARRIED INTO ITS CONTROL
      *    FILE
       FINISH-INSTALL.
           OPEN INPUT CHANGED-FILE

           IF CHANGED-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM DROP-ONE-ORIGINAL THRU DROP-ONE-ORIGINAL-EXIT
                   UNTIL CHANGED-FILE-STATUS IS EQUAL TO "10"
               CLOSE CHANGED-FILE
           END-IF

           CALL "CBL_DELETE_FILE" USING CHANGED-NAME
           END-CALL
           MOVE ZERO TO RETURN-CODE

           IF AUDIT-RESEALED IS GREATER THAN ZERO THEN
               MOVE "./data/audit.chn" TO CHAIN-FILE-NAME
               MOVE AUDIT-END-SEQ TO CHAIN-SEQ
               MOVE AUDIT-END-HASH TO CHAIN-HASH
               PERFORM WRITE-CHAIN-LINK
           END-IF

           IF JOURNAL-RESEALED IS GREATER THAN ZERO THEN
               MOVE "./data/journal.chn" TO CHAIN-FILE-NAME
               MOVE JOURNAL-END-SEQ TO CHAIN-SEQ
               MOVE JOURNAL-END-HASH TO CHAIN-HASH
               PERFORM WRITE-CHAIN-LINK
           END-IF.

       DROP-ONE-ORIGINAL.
           READ CHANGED-FILE
               AT END
                   MOVE "10" TO CHANGED-FILE-STATUS
                   GO TO DROP-ONE-ORIGINAL-EXIT
           END-READ

           PERFORM BUILD-ORIG-NAME
           CALL "CBL_DELETE_FILE" USING ORIG-NAME
           END-CALL
           MOVE ZERO TO RETURN-CODE.

       DROP-ONE-ORIGINAL-EXIT.
           EXIT.

      *    ONE LINE PER PERSON ANONYMISED, EACH ALSO RECORDED ON THE
      *    AUDIT TRAIL, THEN THE TOTALS AND THE SIGNATURE BLOCK
       WRITE-CERTIFICATE.
           WRITE CERT-LINE FROM CERT-HEADING
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT ID,ARCHDATE,ADDRS,LINES FROM DISPOSE "
               DELIMITED BY SIZE
               "ORDER BY ID;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE -1
               BY REFERENCE SCAN-STMT
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "WRITE-CERTIFICATE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               MOVE SPACES TO CERT-LINE
               MOVE "*** QUERY FAILED - IDS NOT LISTED ***"
                   TO CERT-LINE
               WRITE CERT-LINE
               MOVE "WARN" TO RS-STATUS-WS
           ELSE
               CALL STATIC "sqlite3_step" USING
                   BY VALUE SCAN-STMT
                   RETURNING STEP-CODE
               END-CALL

               PERFORM CERTIFY-ONE-PERSON UNTIL STEP-CODE IS NOT
                   EQUAL TO SQLITE-ROW

               CALL STATIC "sqlite3_finalize" USING BY VALUE SCAN-STMT
               END-CALL
           END-IF

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "PEOPLE ANONYMISED:" TO CCT-LABEL
           MOVE DONE-COUNT TO CCT-VALUE
           WRITE CERT-LINE FROM CERT-COUNT-LINE
           MOVE "ARCHIVED ADDRESS ROWS ANONYMISED:" TO CCT-LABEL
           MOVE ADDRESS-TOTAL TO CCT-VALUE
           WRITE CERT-LINE FROM CERT-COUNT-LINE
           MOVE "AUDIT LOG LINES ANONYMISED:" TO CCT-LABEL
           MOVE AUDIT-LINES-ANON TO CCT-VALUE
           WRITE CERT-LINE FROM CERT-COUNT-LINE
           MOVE "JOURNAL LINES ANONYMISED:" TO CCT-LABEL
           MOVE JOURNAL-LINES-ANON TO CCT-VALUE
           WRITE CERT-LINE FROM CERT-COUNT-LINE
           MOVE "LOG FILES REWRITTEN:" TO CCT-LABEL
           MOVE FILES-REWRITTEN TO CCT-VALUE
           WRITE CERT-LINE FROM CERT-COUNT-LINE

      *    A RESEALED CHAIN IS STATED SO A LATER VERIFY THAT STILL
      *    PASSES IS NOT MISTAKEN FOR A CHAIN NEVER TOUCHED
           IF AUDIT-RESEALED IS GREATER THAN ZERO THEN
               MOVE "AUDIT" TO CRS-LOG
               MOVE AUDIT-RESEAL-FROM TO CRS-FROM
               MOVE AUDIT-RESEALED TO CRS-COUNT
               WRITE CERT-LINE FROM CERT-RESEAL-LINE
           END-IF

           IF JOURNAL-RESEALED IS GREATER THAN ZERO THEN
               MOVE "JOURNAL" TO CRS-LOG
               MOVE JOURNAL-RESEAL-FROM TO CRS-FROM
               MOVE JOURNAL-RESEALED TO CRS-COUNT
               WRITE CERT-LINE FROM CERT-RESEAL-LINE
           END-IF

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "NAME, STREET, CITY AND PHONE REPLACED BY "
               DELIMITED BY SIZE
               ANON-VALUE DELIMITED BY SIZE
               " - IDS AND DATES KEPT" DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           WRITE CERT-LINE FROM CERT-SIGN-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           CLOSE CERT-FILE.

       CERTIFY-ONE-PERSON.
           CALL STATIC "sqlite3_column_int" USING
               BY VALUE SCAN-STMT
               BY VALUE 0
               RETURNING COL-ID-RAW
           END-CALL

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 1
               RETURNING COL-DATE-PTR
           END-CALL

           CALL STATIC "sqlite3_column_int" USING
               BY VALUE SCAN-STMT
               BY VALUE 2
               RETURNING COL-ADDRS-RAW
           END-CALL

           CALL STATIC "sqlite3_column_int" USING
               BY VALUE SCAN-STMT
               BY VALUE 3
               RETURNING COL-LINES-RAW
           END-CALL

           MOVE SPACES TO CERT-DETAIL
           MOVE COL-ID-RAW TO CDT-ID

           IF COL-DATE-PTR IS NOT EQUAL TO NULL THEN
               SET ADDRESS OF COL-DATE-TEXT TO COL-DATE-PTR
               MOVE COL-DATE-TEXT TO CDT-ARCHIVED
           END-IF

           MOVE RUN-DATE TO CDT-DONE
           MOVE COL-ADDRS-RAW TO CDT-ADDRS
           MOVE COL-LINES-RAW TO CDT-LINES
           WRITE CERT-LINE FROM CERT-DETAIL

           ADD 1 TO DONE-COUNT
           ADD COL-ADDRS-RAW TO ADDRESS-TOTAL

           MOVE COL-ID-RAW TO ID-FIELD
           PERFORM WRITE-AUDIT-LOG

           CALL STATIC "sqlite3_step" USING
               BY VALUE SCAN-STMT
               RETURNING STEP-CODE
           END-CALL.

      *    IS PROBE-ID ONE OF THE PEOPLE DUE? A HIT IS COUNTED AGAINST
      *    THE PERSON FOR THE CERTIFICATE. A FAILED PROBE STOPS THE
      *    RUN - A NAME LEFT IN A LOG IS NOT A DISPOSAL.
       PROBE-DUE-ID.
           MOVE "N" TO PROBE-HIT
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM DISPOSE WHERE ID="
               DELIMITED BY SIZE
               PROBE-ID DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-COUNT-QUERY

           IF COUNT-RAW IS LESS THAN ZERO THEN
               MOVE "CANNOT CHECK AN ID AGAINST THE PEOPLE DUE"
                   TO FAULT-REASON
               MOVE "Y" TO RUN-FAULT
               EXIT PARAGRAPH
           END-IF

           IF COUNT-RAW IS EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO PROBE-HIT
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "UPDATE DISPOSE SET LINES=LINES+1 WHERE ID="
               DELIMITED BY SIZE
               PROBE-ID DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT.

       RUN-COUNT-QUERY.
           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE -1
               BY REFERENCE COUNT-STMT
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "RUN-COUNT-QUERY" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               MOVE -1 TO COUNT-RAW
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE COUNT-STMT
               RETURNING STEP-CODE
           END-CALL

           MOVE ZERO TO COUNT-RAW

           IF STEP-CODE IS EQUAL TO SQLITE-ROW THEN
               CALL STATIC "sqlite3_column_int" USING
                   BY VALUE COUNT-STMT
                   BY VALUE 0
                   RETURNING COUNT-RAW
               END-CALL
           END-IF

           CALL STATIC "sqlite3_finalize" USING BY VALUE COUNT-STMT
           END-CALL.

      *    THE DISPOSAL ITSELF GOES ON THE AUDIT TRAIL, CHAINED LIKE
      *    ANY OTHER LINE - NO NAME, ONLY THAT IT HAPPENED
       WRITE-AUDIT-LOG.
           ACCEPT AUD-DATE-WS FROM DATE YYYYMMDD
           ACCEPT AUD-TIME-WS FROM TIME

           MOVE "./data/audit.log" TO LOG-NAME

           MOVE SPACES TO AUDIT-RECORD
           MOVE AUD-DATE-WS TO AUD-DATE
           MOVE AUD-TIME-WS TO AUD-TIME
           MOVE "ANONYM" TO AUD-ACTION
           MOVE ID-FIELD TO AUD-ID
           MOVE "RETENTION PERIOD EXPIRED" TO AUD-NAME
           MOVE "RETAIN" TO AUD-OPERATOR

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

      *    THE LAST AUDIT LINK - FROM audit.chn, OR FROM THE LAST
      *    CHAINED LINE OF audit.log WHEN THERE IS NO CONTROL FILE
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
           MOVE "COBOL-SQLITE-RETAIN" TO SQE-PROGRAM
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
           MOVE "COBOL-SQLITE-RETAIN" TO RS-PROGRAM
           MOVE RS-START-DATE-WS TO RS-START-DATE
           MOVE RS-START-TIME-WS TO RS-START-TIME
           MOVE RS-END-DATE-WS TO RS-END-DATE
           MOVE RS-END-TIME-WS TO RS-END-TIME
           MOVE DUE-COUNT TO RS-READ
           MOVE DONE-COUNT TO RS-WRITTEN
           MOVE ZERO TO RS-REJECTED
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

       END PROGRAM COBOL-SQLITE-RETAIN.
