       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-SQLITE-DBCOMP.
       AUTHOR.     NIK MAFFI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "dbcomp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.
           SELECT BACKUP-LOG ASSIGN TO "./data/backup/backup.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-LOG-STATUS.
           SELECT PRINT-FILE ASSIGN TO "dbcomp.rpt"
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
      *    GENERATION CARDS, ONE PER LINE:
      *        OLD     YYYYMMDD OR LIVE   THE "BEFORE" SIDE
      *        NEW     YYYYMMDD OR LIVE   THE "AFTER" SIDE
      *    A DATE IS LOOKED UP ON THE HOUSEKEEPING BACKUP LOG. NO CARD
      *    FILE AT ALL MEANS THE LATEST BACKUP AGAINST LIVE.
       FD  CARD-FILE.
       01  CARD-RECORD.
           02 CRD-KEY      PIC X(8).
           02 CRD-VALUE    PIC X(70).
       FD  BACKUP-LOG.
       01  BACKUP-LOG-RECORD.
           02 BKP-DATE     PIC X(8).
           02 FILLER       PIC X.
           02 BKP-NAME     PIC X(40).
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
       77 NO-VFS           POINTER.
       77 ERROR-CODE       PIC S9(5) USAGE IS COMP-5.
       77 STEP-CODE        PIC S9(5) USAGE IS COMP-5.
       77 DATABASE-NAME    PIC X(14) VALUE IS "./data/data.db".
      *    SQLITE_OPEN_READONLY + SQLITE_OPEN_URI - NEITHER SIDE IS
      *    EVER WRITTEN, AND A GENERATION THAT HAS GONE MISSING FAILS
      *    THE OPEN INSTEAD OF COMING BACK AS A NEW EMPTY FILE
       77 OPEN-FLAGS       PIC S9(9) USAGE IS COMP-5 VALUE IS 65.
       77 SQL-QUERY        PIC X(1200).
       77 SQLITE-ROW       PIC S9(5) USAGE IS COMP-5 VALUE IS 100.
       77 CARD-FILE-STATUS PIC X(02).
       77 BACKUP-LOG-STATUS PIC X(02).
       77 PRINT-FILE-STATUS PIC X(02).
       77 CARD-COUNT       PIC 9(3)  VALUE IS ZERO.
       77 CARD-BAD         PIC X     VALUE IS "N".
      *    GENERATIONS - SPACES ON THE OLD SIDE MEANS THE LATEST
      *    BACKUP ON THE LOG
       77 OLD-GEN          PIC X(8)  VALUE IS SPACES.
       77 NEW-GEN          PIC X(8)  VALUE IS "LIVE".
       77 OLD-DB-NAME      PIC X(40) VALUE IS SPACES.
       77 NEW-DB-NAME      PIC X(40) VALUE IS SPACES.
       77 WANTED-GEN       PIC X(8).
       77 FOUND-NAME       PIC X(40).
       77 FOUND-DATE       PIC X(8).
       77 OPEN-NAME        PIC X(60).
       77 COL-INT-RAW      PIC S9(9) USAGE IS COMP-5.
       77 COL-TEXT-PTR     POINTER.
       77 COL-TEXT         PIC X(40) BASED.
       77 COL-TEXT-WS      PIC X(40).
       77 RUN-DATE         PIC 9(8).
       77 LINE-COUNT       PIC 9(3)  VALUE IS ZERO.
       77 LINES-PER-PAGE   PIC 9(3)  VALUE IS 50.
       77 QUERY-FAILED     PIC X     VALUE IS "N".
       77 SECTION-NAME     PIC X(9).
       77 SECTION-COUNT    PIC 9(6)  VALUE IS ZERO.
       77 DIFF-TOTAL       PIC 9(6)  VALUE IS ZERO.
      *    ONE COUNTER PER TABLE AND KIND OF CHANGE, FILLED AS THE
      *    DIFFERENCES ARE PRINTED
       01 CHANGE-SUMMARY.
           02 SUM-ENTRY OCCURS 12 TIMES.
               03 SUM-SECTION  PIC X(9).
               03 SUM-CHANGE   PIC X(8).
               03 SUM-COUNT    PIC 9(6).
       77 SUM-USED         PIC 9(2)  VALUE IS ZERO.
       77 SUM-IDX          PIC 9(2).
       77 SUM-FOUND        PIC 9(2).
       01 HEADER-1.
           02 FILLER       PIC X(38)
               VALUE IS "DATABASE COMPARE REPORT".
           02 FILLER       PIC X(8)  VALUE IS "  DATE: ".
           02 HDR-DATE     PIC 9(8).
       01 GENERATION-LINE.
           02 GNL-SIDE     PIC X(6).
           02 GNL-GEN      PIC X(8).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 GNL-NAME     PIC X(40).
       01 SECTION-HEADING.
           02 SHD-TEXT     PIC X(50).
       01 DIFF-HEADING.
           02 FILLER       PIC X(8)  VALUE IS "    ID".
           02 FILLER       PIC X(9)  VALUE IS "CHANGE".
           02 FILLER       PIC X(15) VALUE IS "FIELD".
           02 FILLER       PIC X(31) VALUE IS "BEFORE".
           02 FILLER       PIC X(5)  VALUE IS "AFTER".
       01 DIFF-LINE.
           02 DFL-ID       PIC Z(5)9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 DFL-CHANGE   PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DFL-FIELD    PIC X(14).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DFL-BEFORE   PIC X(30).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DFL-AFTER    PIC X(30).
       01 FAILED-LINE.
           02 FILLER       PIC X(40)
               VALUE IS "    SECTION NOT PRODUCED - QUERY ERROR".
       01 SUMMARY-LINE.
           02 FILLER       PIC X(4)  VALUE IS SPACES.
           02 SML-SECTION  PIC X(9).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 SML-CHANGE   PIC X(8).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 SML-COUNT    PIC ZZZZZ9.
       01 TRAILER-1.
           02 FILLER       PIC X(19) VALUE IS "TOTAL DIFFERENCES: ".
           02 TRL-TOTAL    PIC ZZZZZ9.
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
           SET NO-VFS TO NULL.

           ACCEPT RS-START-DATE-WS FROM DATE YYYYMMDD
           ACCEPT RS-START-TIME-WS FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-COMPARE-CARDS THRU LOAD-COMPARE-CARDS-EXIT

           IF CARD-BAD IS EQUAL TO "N" THEN
               MOVE OLD-GEN TO WANTED-GEN
               PERFORM RESOLVE-GENERATION THRU
                   RESOLVE-GENERATION-EXIT
               MOVE FOUND-NAME TO OLD-DB-NAME
               MOVE FOUND-DATE TO OLD-GEN
               MOVE NEW-GEN TO WANTED-GEN
               PERFORM RESOLVE-GENERATION THRU
                   RESOLVE-GENERATION-EXIT
               MOVE FOUND-NAME TO NEW-DB-NAME
               MOVE FOUND-DATE TO NEW-GEN
           END-IF

           IF CARD-BAD IS EQUAL TO "Y" THEN
               DISPLAY "FIX THE GENERATION CARDS AND RERUN"
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "OLD: " OLD-GEN " " OLD-DB-NAME
           DISPLAY "NEW: " NEW-GEN " " NEW-DB-NAME

           OPEN OUTPUT PRINT-FILE

           IF PRINT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON PRINT-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-GENERATIONS THRU OPEN-GENERATIONS-EXIT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR ON A GENERATION - SEE SQLERR"
               IF SQLITE IS NOT EQUAL TO NULL THEN
                   CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
                   END-CALL
               END-IF
               CLOSE PRINT-FILE
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE RUN-DATE TO HDR-DATE
           WRITE PRINT-LINE FROM HEADER-1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "OLD:" TO GNL-SIDE
           MOVE OLD-GEN TO GNL-GEN
           MOVE OLD-DB-NAME TO GNL-NAME
           WRITE PRINT-LINE FROM GENERATION-LINE
           MOVE "NEW:" TO GNL-SIDE
           MOVE NEW-GEN TO GNL-GEN
           MOVE NEW-DB-NAME TO GNL-NAME
           WRITE PRINT-LINE FROM GENERATION-LINE
           MOVE 4 TO LINE-COUNT

           PERFORM COMPARE-PEOPLE
           PERFORM COMPARE-ADDRESSES
           PERFORM COMPARE-PAYDATA

           CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
           END-CALL

           PERFORM PRINT-SUMMARY

           CLOSE PRINT-FILE

           DISPLAY DIFF-TOTAL " DIFFERENCES"

      *    CONDITION CODE FOR THE JOBSTREAM - 8 WHEN A TABLE COULD NOT
      *    BE COMPARED, OTHERWISE 0 - A DIFFERENCE IS AN ANSWER, NOT
      *    AN EXCEPTION
           IF QUERY-FAILED IS EQUAL TO "Y" THEN
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-RUN-STATS
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       LOAD-COMPARE-CARDS.
           OPEN INPUT CARD-FILE

           IF CARD-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO GENERATION CARDS - LATEST BACKUP AGAINST "
                   "LIVE"
               GO TO LOAD-COMPARE-CARDS-EXIT
           END-IF

           PERFORM READ-ONE-CARD THRU READ-ONE-CARD-EXIT
               UNTIL CARD-FILE-STATUS IS EQUAL TO "10"

           CLOSE CARD-FILE

           DISPLAY CARD-COUNT " GENERATION CARDS READ".

       LOAD-COMPARE-CARDS-EXIT.
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

           INSPECT CARD-RECORD CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF CRD-VALUE(1:8) IS NOT NUMERIC AND
               CRD-VALUE(1:8) IS NOT EQUAL TO "LIVE" THEN
               DISPLAY "BAD " CRD-KEY " CARD - YYYYMMDD OR LIVE: "
                   CRD-VALUE(1:20)
               MOVE "Y" TO CARD-BAD
               GO TO READ-ONE-CARD-EXIT
           END-IF

           EVALUATE CRD-KEY
               WHEN "OLD"
                   MOVE CRD-VALUE(1:8) TO OLD-GEN
               WHEN "NEW"
                   MOVE CRD-VALUE(1:8) TO NEW-GEN
               WHEN OTHER
                   DISPLAY "UNKNOWN CARD: " CRD-KEY
                   MOVE "Y" TO CARD-BAD
           END-EVALUATE.

       READ-ONE-CARD-EXIT.
           EXIT.

      *    TURN WANTED-GEN INTO A DATABASE FILE NAME - LIVE IS THE
      *    LIVE DATABASE, A DATE IS THE BACKUP HOUSEKEEPING LOGGED FOR
      *    THAT DAY AND SPACES IS THE LAST ONE ON THE LOG
       RESOLVE-GENERATION.
           MOVE SPACES TO FOUND-NAME
           MOVE SPACES TO FOUND-DATE

           IF WANTED-GEN IS EQUAL TO "LIVE" THEN
               MOVE DATABASE-NAME TO FOUND-NAME
               MOVE "LIVE" TO FOUND-DATE
               GO TO RESOLVE-GENERATION-EXIT
           END-IF

           OPEN INPUT BACKUP-LOG

           IF BACKUP-LOG-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO BACKUP LOG - ONLY LIVE CAN BE COMPARED"
               MOVE "Y" TO CARD-BAD
               GO TO RESOLVE-GENERATION-EXIT
           END-IF

           PERFORM SCAN-BACKUP-LOG THRU SCAN-BACKUP-LOG-EXIT
               UNTIL BACKUP-LOG-STATUS IS EQUAL TO "10"

           CLOSE BACKUP-LOG

           IF FOUND-NAME IS EQUAL TO SPACES THEN
               IF WANTED-GEN IS EQUAL TO SPACES THEN
                   DISPLAY "THE BACKUP LOG IS EMPTY"
               ELSE
                   DISPLAY "NO BACKUP ON THE LOG FOR " WANTED-GEN
               END-IF
               MOVE "Y" TO CARD-BAD
           END-IF.

       RESOLVE-GENERATION-EXIT.
           EXIT.

       SCAN-BACKUP-LOG.
           READ BACKUP-LOG
               AT END
                   MOVE "10" TO BACKUP-LOG-STATUS
                   GO TO SCAN-BACKUP-LOG-EXIT
           END-READ

           IF BKP-DATE IS NOT NUMERIC THEN
               GO TO SCAN-BACKUP-LOG-EXIT
           END-IF

      *    THE LOG IS IN DATE ORDER, SO THE LAST MATCH IS THE ONE
           IF WANTED-GEN IS EQUAL TO SPACES OR
               WANTED-GEN IS EQUAL TO BKP-DATE THEN
               MOVE BKP-NAME TO FOUND-NAME
               MOVE BKP-DATE TO FOUND-DATE
           END-IF.

       SCAN-BACKUP-LOG-EXIT.
           EXIT.

      *    THE NEW SIDE IS THE MAIN CONNECTION AND THE OLD SIDE IS
      *    ATTACHED TO IT AS SCHEMA O, SO EVERY SECTION IS ONE QUERY
      *    ACROSS THE TWO FILES
       OPEN-GENERATIONS.
           MOVE LOW-VALUES TO OPEN-NAME
           STRING "file:" DELIMITED BY SIZE
               NEW-DB-NAME DELIMITED BY SPACE
               "?mode=ro" DELIMITED BY SIZE
               INTO OPEN-NAME
           END-STRING

           CALL STATIC "sqlite3_open_v2" USING
               BY REFERENCE OPEN-NAME
               BY REFERENCE SQLITE
               BY VALUE OPEN-FLAGS
               BY VALUE NO-VFS
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "OPEN-GENERATIONS" TO SQLERR-WHERE
               MOVE NEW-DB-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               GO TO OPEN-GENERATIONS-EXIT
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "ATTACH DATABASE 'file:" DELIMITED BY SIZE
               OLD-DB-NAME DELIMITED BY SPACE
               "?mode=ro' AS O;" DELIMITED BY SIZE
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
               MOVE "OPEN-GENERATIONS" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF.

       OPEN-GENERATIONS-EXIT.
           EXIT.

      *    PEOPLE - AN ID ONLY ON THE NEW SIDE WAS ADDED, OR RESTORED
      *    IF THE OLD SIDE HAD IT ARCHIVED; AN ID ONLY ON THE OLD SIDE
      *    WAS ARCHIVED IF THE NEW SIDE HAS IT ON THE ARCHIVE, ELSE
      *    REMOVED; AN ID ON BOTH WITH A DIFFERENT NAME WAS RENAMED
      *    (TRAILING BLANKS DO NOT COUNT - SOME PATHS STORE THEM)
       COMPARE-PEOPLE.
           MOVE "PEOPLE" TO SECTION-NAME
           MOVE "PEOPLE ADDED, REMOVED, RENAMED AND ARCHIVED"
               TO SHD-TEXT

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT N.ID,CASE WHEN N.ID IN (SELECT ID FROM "
               DELIMITED BY SIZE
               "O.PEOPLE_ARCHIVE) THEN 'RESTORED' ELSE 'ADDED' END,"
               DELIMITED BY SIZE
               "'NAME','',IFNULL(N.NAME,'') FROM PEOPLE N "
               DELIMITED BY SIZE
               "WHERE N.ID NOT IN (SELECT ID FROM O.PEOPLE) "
               DELIMITED BY SIZE
               "UNION ALL SELECT P.ID,CASE WHEN P.ID IN (SELECT ID "
               DELIMITED BY SIZE
               "FROM PEOPLE_ARCHIVE) THEN 'ARCHIVED' ELSE 'REMOVED' "
               DELIMITED BY SIZE
               "END,'NAME',IFNULL(P.NAME,''),'' FROM O.PEOPLE P "
               DELIMITED BY SIZE
               "WHERE P.ID NOT IN (SELECT ID FROM PEOPLE) "
               DELIMITED BY SIZE
               "UNION ALL SELECT N.ID,'RENAMED','NAME',"
               DELIMITED BY SIZE
               "IFNULL(P.NAME,''),IFNULL(N.NAME,'') FROM PEOPLE N,"
               DELIMITED BY SIZE
               "O.PEOPLE P WHERE P.ID=N.ID AND "
               DELIMITED BY SIZE
               "IFNULL(RTRIM(P.NAME),'')<>IFNULL(RTRIM(N.NAME),'') "
               DELIMITED BY SIZE
               "ORDER BY 1,2;"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "COMPARE-PEOPLE" TO SQLERR-WHERE
           PERFORM RUN-SECTION THRU RUN-SECTION-EXIT.

      *    ADDRESSES - ONE LINE PER FIELD, SO AN ADDED OR REMOVED
      *    ADDRESS SHOWS ALL THREE AND A CHANGED ONE ONLY WHAT MOVED.
      *    F TURNS EACH ROW INTO (ID, FIELD, VALUE) TRIPLES.
       COMPARE-ADDRESSES.
           MOVE "ADDRESSES" TO SECTION-NAME
           MOVE "ADDRESSES ADDED, REMOVED AND CHANGED" TO SHD-TEXT

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "WITH F(K) AS (VALUES('STREET'),('CITY'),"
               DELIMITED BY SIZE
               "('PHONE')),N AS (SELECT ID,K,CASE K WHEN 'STREET' "
               DELIMITED BY SIZE
               "THEN STREET WHEN 'CITY' THEN CITY ELSE PHONE END V "
               DELIMITED BY SIZE
               "FROM ADDRESSES,F),P AS (SELECT ID,K,CASE K WHEN "
               DELIMITED BY SIZE
               "'STREET' THEN STREET WHEN 'CITY' THEN CITY ELSE "
               DELIMITED BY SIZE
               "PHONE END V FROM O.ADDRESSES,F) "
               DELIMITED BY SIZE
               "SELECT N.ID,'ADDED',N.K,'',IFNULL(N.V,'') FROM N "
               DELIMITED BY SIZE
               "WHERE N.ID NOT IN (SELECT ID FROM O.ADDRESSES) "
               DELIMITED BY SIZE
               "UNION ALL SELECT P.ID,'REMOVED',P.K,IFNULL(P.V,''),"
               DELIMITED BY SIZE
               "'' FROM P WHERE P.ID NOT IN (SELECT ID FROM "
               DELIMITED BY SIZE
               "ADDRESSES) UNION ALL SELECT N.ID,'CHANGED',N.K,"
               DELIMITED BY SIZE
               "IFNULL(P.V,''),IFNULL(N.V,'') FROM N,P WHERE "
               DELIMITED BY SIZE
               "P.ID=N.ID AND P.K=N.K AND IFNULL(RTRIM(P.V),'')<>"
               DELIMITED BY SIZE
               "IFNULL(RTRIM(N.V),'') ORDER BY 1,2,3;"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "COMPARE-ADDRESSES" TO SQLERR-WHERE
           PERFORM RUN-SECTION THRU RUN-SECTION-EXIT.

      *    PAYDATA HAS NO KEY OF ITS OWN - A ROW IS ONE PERSON'S GRADE
      *    FROM ONE EFFECTIVE DATE, SO ID + EFFDATE IDENTIFIES IT AND
      *    THE FIELD COLUMN CARRIES THE EFFECTIVE DATE
       COMPARE-PAYDATA.
           MOVE "PAYDATA" TO SECTION-NAME
           MOVE "PAYDATA ADDED, REMOVED AND CHANGED" TO SHD-TEXT

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "WITH F(K) AS (VALUES('EMPNO'),('GRADE')),"
               DELIMITED BY SIZE
               "N AS (SELECT ID,IFNULL(EFFDATE,'') E,K,CASE K WHEN "
               DELIMITED BY SIZE
               "'EMPNO' THEN EMPNO ELSE GRADE END V FROM PAYDATA,F),"
               DELIMITED BY SIZE
               "P AS (SELECT ID,IFNULL(EFFDATE,'') E,K,CASE K WHEN "
               DELIMITED BY SIZE
               "'EMPNO' THEN EMPNO ELSE GRADE END V FROM "
               DELIMITED BY SIZE
               "O.PAYDATA,F) "
               DELIMITED BY SIZE
               "SELECT N.ID,'ADDED',N.K||' '||N.E,'',IFNULL(N.V,'') "
               DELIMITED BY SIZE
               "FROM N WHERE NOT EXISTS (SELECT 1 FROM P WHERE "
               DELIMITED BY SIZE
               "P.ID=N.ID AND P.E=N.E) "
               DELIMITED BY SIZE
               "UNION ALL SELECT P.ID,'REMOVED',P.K||' '||P.E,"
               DELIMITED BY SIZE
               "IFNULL(P.V,''),'' FROM P WHERE NOT EXISTS (SELECT 1 "
               DELIMITED BY SIZE
               "FROM N WHERE N.ID=P.ID AND N.E=P.E) "
               DELIMITED BY SIZE
               "UNION ALL SELECT N.ID,'CHANGED',N.K||' '||N.E,"
               DELIMITED BY SIZE
               "IFNULL(P.V,''),IFNULL(N.V,'') FROM N,P WHERE "
               DELIMITED BY SIZE
               "P.ID=N.ID AND P.E=N.E AND P.K=N.K AND "
               DELIMITED BY SIZE
               "IFNULL(RTRIM(P.V),'')<>IFNULL(RTRIM(N.V),'') "
               DELIMITED BY SIZE
               "ORDER BY 1,3,2;"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "COMPARE-PAYDATA" TO SQLERR-WHERE
           PERFORM RUN-SECTION THRU RUN-SECTION-EXIT.

      *    ONE SECTION OF THE REPORT - THE CALLER SETS SECTION-NAME,
      *    SHD-TEXT, SQLERR-WHERE AND A QUERY RETURNING (ID, CHANGE,
      *    FIELD, BEFORE, AFTER)
       RUN-SECTION.
           MOVE ZERO TO SECTION-COUNT
           PERFORM START-SECTION
           WRITE PRINT-LINE FROM DIFF-HEADING
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
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               WRITE PRINT-LINE FROM FAILED-LINE
               PERFORM BUMP-LINE-COUNT
               DISPLAY SQLERR-WHERE " QUERY ERROR"
               MOVE "Y" TO QUERY-FAILED
               GO TO RUN-SECTION-EXIT
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE SCAN-STMT
               RETURNING STEP-CODE
           END-CALL

           PERFORM PRINT-DIFF-ROW UNTIL STEP-CODE IS NOT EQUAL
               TO SQLITE-ROW

           CALL STATIC "sqlite3_finalize" USING BY VALUE SCAN-STMT
           END-CALL

           IF SECTION-COUNT IS EQUAL TO ZERO THEN
               MOVE "    NO DIFFERENCES" TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM BUMP-LINE-COUNT
           END-IF.

       RUN-SECTION-EXIT.
           EXIT.

       PRINT-DIFF-ROW.
           MOVE SPACES TO DIFF-LINE

           CALL STATIC "sqlite3_column_int" USING
               BY VALUE SCAN-STMT
               BY VALUE 0
               RETURNING COL-INT-RAW
           END-CALL

           MOVE COL-INT-RAW TO DFL-ID

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 1
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO DFL-CHANGE

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 2
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO DFL-FIELD

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 3
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO DFL-BEFORE

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 4
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO DFL-AFTER

           WRITE PRINT-LINE FROM DIFF-LINE
           PERFORM BUMP-LINE-COUNT

           ADD 1 TO SECTION-COUNT
           ADD 1 TO DIFF-TOTAL
           PERFORM COUNT-CHANGE

           CALL STATIC "sqlite3_step" USING
               BY VALUE SCAN-STMT
               RETURNING STEP-CODE
           END-CALL.

      *    ADD ONE TO THE SUMMARY COUNTER FOR THIS TABLE AND CHANGE,
      *    STARTING A NEW ONE THE FIRST TIME A PAIR IS SEEN
       COUNT-CHANGE.
           MOVE ZERO TO SUM-FOUND

           PERFORM VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX IS GREATER THAN SUM-USED
               IF SUM-SECTION(SUM-IDX) IS EQUAL TO SECTION-NAME AND
                   SUM-CHANGE(SUM-IDX) IS EQUAL TO DFL-CHANGE THEN
                   MOVE SUM-IDX TO SUM-FOUND
               END-IF
           END-PERFORM

           IF SUM-FOUND IS EQUAL TO ZERO THEN
               IF SUM-USED IS EQUAL TO 12 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SUM-USED
               MOVE SUM-USED TO SUM-FOUND
               MOVE SECTION-NAME TO SUM-SECTION(SUM-FOUND)
               MOVE DFL-CHANGE TO SUM-CHANGE(SUM-FOUND)
               MOVE ZERO TO SUM-COUNT(SUM-FOUND)
           END-IF

           ADD 1 TO SUM-COUNT(SUM-FOUND).

       PRINT-SUMMARY.
           MOVE "SUMMARY OF DIFFERENCES" TO SHD-TEXT
           PERFORM START-SECTION

           PERFORM VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX IS GREATER THAN SUM-USED
               MOVE SUM-SECTION(SUM-IDX) TO SML-SECTION
               MOVE SUM-CHANGE(SUM-IDX) TO SML-CHANGE
               MOVE SUM-COUNT(SUM-IDX) TO SML-COUNT
               WRITE PRINT-LINE FROM SUMMARY-LINE
               PERFORM BUMP-LINE-COUNT
           END-PERFORM

           IF SUM-USED IS EQUAL TO ZERO THEN
               MOVE "    THE TWO GENERATIONS ARE THE SAME" TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM BUMP-LINE-COUNT
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE DIFF-TOTAL TO TRL-TOTAL
           WRITE PRINT-LINE FROM TRAILER-1.

       START-SECTION.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SECTION-HEADING
           PERFORM BUMP-LINE-COUNT
           PERFORM BUMP-LINE-COUNT.

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

       BUMP-LINE-COUNT.
           ADD 1 TO LINE-COUNT

           IF LINE-COUNT IS GREATER THAN OR EQUAL TO LINES-PER-PAGE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE AFTER ADVANCING PAGE
               WRITE PRINT-LINE FROM HEADER-1
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
           MOVE "COBOL-SQLITE-DBCOMP" TO SQE-PROGRAM
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
           MOVE "COBOL-SQLITE-DBCOMP" TO RS-PROGRAM
           MOVE RS-START-DATE-WS TO RS-START-DATE
           MOVE RS-START-TIME-WS TO RS-START-TIME
           MOVE RS-END-DATE-WS TO RS-END-DATE
           MOVE RS-END-TIME-WS TO RS-END-TIME
           MOVE DIFF-TOTAL TO RS-READ
           MOVE DIFF-TOTAL TO RS-WRITTEN
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

       END PROGRAM COBOL-SQLITE-DBCOMP.
