       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-SQLITE-SUBJACC.
       AUTHOR.     NIK MAFFI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "sarcard.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN USING DOSSIER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "./data/pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.
           SELECT AUDLIST-FILE ASSIGN TO "./data/subjacc.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDLIST-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN USING AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "./data/journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT SARLOG-FILE ASSIGN TO "./data/sar.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SARLOG-FILE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.
           SELECT SQLERR-FILE ASSIGN TO "./data/sqlerr.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQLERR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    REQUEST CARDS, ONE PER LINE:
      *        ID       NNNNNN     THE PERSON ASKING (REQUIRED)
      *        REF      TEXT       OUR CASE REFERENCE FOR THE REQUEST
      *        RECEIVED YYYYMMDD   DAY THE REQUEST CAME IN (TODAY)
      *        HANDLER  OPERATOR   WHO IS ANSWERING IT (BATCH)
       FD  CARD-FILE.
       01  CARD-RECORD.
           02 CRD-KEY      PIC X(8).
           02 CRD-VALUE    PIC X(70).
       FD  PRINT-FILE.
       01  PRINT-LINE          PIC X(100).
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           02 PND-DATE     PIC X(8).
           02 FILLER       PIC X.
           02 PND-TIME     PIC X(8).
           02 FILLER       PIC X.
           02 PND-ACTION   PIC X(6).
           02 FILLER       PIC X.
           02 PND-ID       PIC X(6).
           02 FILLER       PIC X.
           02 PND-NAME     PIC X(30).
           02 FILLER       PIC X.
           02 PND-CLERK    PIC X(8).
       FD  AUDLIST-FILE.
       01  AUDLIST-RECORD      PIC X(40).
      *    THE LIVE AUDIT LOG AND THE MONTHLY ARCHIVES COBOL-SQLITE-
      *    AUDARCH ROLLS IT INTO SHARE ONE LAYOUT
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           02 AUD-DATE     PIC X(8).
           02 FILLER       PIC X.
           02 AUD-TIME     PIC X(8).
           02 FILLER       PIC X.
           02 AUD-ACTION   PIC X(6).
           02 FILLER       PIC X.
           02 AUD-ID       PIC X(6).
           02 FILLER       PIC X.
           02 AUD-NAME     PIC X(30).
           02 FILLER       PIC X.
           02 AUD-OPERATOR PIC X(8).
           02 FILLER       PIC X.
           02 AUD-SEQ      PIC X(8).
           02 FILLER       PIC X.
           02 AUD-HASH     PIC X(10).
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
       FD  SARLOG-FILE.
       01  SARLOG-RECORD.
           COPY SARLOG.
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
       77 CARD-FILE-STATUS PIC X(02).
       77 PRINT-FILE-STATUS PIC X(02).
       77 PENDING-FILE-STATUS PIC X(02).
       77 AUDLIST-FILE-STATUS PIC X(02).
       77 AUDIT-FILE-STATUS PIC X(02).
       77 JOURNAL-FILE-STATUS PIC X(02).
       77 SARLOG-FILE-STATUS PIC X(02).
       77 CARD-COUNT       PIC 9(3)  VALUE IS ZERO.
       77 CARD-BAD         PIC X     VALUE IS "N".
      *    THE REQUEST, FILLED FROM THE CARDS
       77 REQ-ID           PIC X(6)  VALUE IS SPACES.
       77 REQ-REF          PIC X(20) VALUE IS SPACES.
       77 REQ-RECEIVED     PIC X(8)  VALUE IS SPACES.
       77 REQ-HANDLER      PIC X(8)  VALUE IS "BATCH".
       77 RECEIVED-DATE    PIC 9(8).
       77 DUE-DATE         PIC 9(8).
       77 DUE-DATE-INT     PIC 9(8).
       77 DOSSIER-NAME     PIC X(20).
       77 AUDIT-NAME       PIC X(40).
      *    THE ARCHIVED AUDIT LOGS ARE WHATEVER audit_YYYYMM.log FILES
      *    ARE ON DISK - LISTED IN NAME (SO MONTH) ORDER FIRST
       77 AUDLIST-COMMAND  PIC X(60) VALUE IS
           "ls ./data/audit_*.log > ./data/subjacc.lst 2>/dev/null".
       77 AUDLIST-NAME     PIC X(20) VALUE IS "./data/subjacc.lst".
       77 COL-TEXT-PTR     POINTER.
       77 COL-TEXT         PIC X(40) BASED.
       77 COL-TEXT-WS      PIC X(40).
       77 RUN-DATE         PIC 9(8).
       77 RUN-TIME         PIC 9(8).
       77 LINE-COUNT       PIC 9(3)  VALUE IS ZERO.
       77 LINES-PER-PAGE   PIC 9(3)  VALUE IS 50.
       77 QUERY-FAILED     PIC X     VALUE IS "N".
       77 SECTION-COUNT    PIC 9(6)  VALUE IS ZERO.
       77 ITEM-TOTAL       PIC 9(6)  VALUE IS ZERO.
       77 AUDIT-FILES-READ PIC 9(3)  VALUE IS ZERO.
       01 HEADER-1.
           02 FILLER       PIC X(27)
               VALUE IS "SUBJECT-ACCESS DOSSIER  ID ".
           02 HDR-ID       PIC X(6).
           02 FILLER       PIC X(13) VALUE IS SPACES.
           02 FILLER       PIC X(8)  VALUE IS "  DATE: ".
           02 HDR-DATE     PIC 9(8).
       01 REQUEST-LINE-1.
           02 FILLER       PIC X(16) VALUE IS "CASE REFERENCE: ".
           02 RQL-REF      PIC X(20).
           02 FILLER       PIC X(13) VALUE IS "  HANDLED BY ".
           02 RQL-HANDLER  PIC X(8).
       01 REQUEST-LINE-2.
           02 FILLER       PIC X(16) VALUE IS "RECEIVED:       ".
           02 RQL-RECEIVED PIC 9(8).
           02 FILLER       PIC X(12) VALUE IS "  DUE BY:   ".
           02 RQL-DUE      PIC 9(8).
       01 SECTION-HEADING.
           02 SHD-TEXT     PIC X(50).
      *    THE DATABASE SECTIONS ALL PRINT UP TO FOUR TEXT COLUMNS
       01 COLUMN-HEADING.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 CHD-C1       PIC X(31).
           02 CHD-C2       PIC X(31).
           02 CHD-C3       PIC X(21).
           02 CHD-C4       PIC X(15).
       01 DOSSIER-LINE.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 DSL-C1       PIC X(30).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DSL-C2       PIC X(30).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DSL-C3       PIC X(20).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DSL-C4       PIC X(15).
       01 PENDING-HEADING.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 FILLER       PIC X(9)  VALUE IS "DATE".
           02 FILLER       PIC X(9)  VALUE IS "TIME".
           02 FILLER       PIC X(7)  VALUE IS "ACTION".
           02 FILLER       PIC X(31) VALUE IS "NEW NAME".
           02 FILLER       PIC X(8)  VALUE IS "CLERK".
       01 PENDING-LINE.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 PDL-DATE     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 PDL-TIME     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 PDL-ACTION   PIC X(6).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 PDL-NAME     PIC X(30).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 PDL-CLERK    PIC X(8).
       01 AUDIT-HEADING.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 FILLER       PIC X(13) VALUE IS "LOG".
           02 FILLER       PIC X(9)  VALUE IS "DATE".
           02 FILLER       PIC X(9)  VALUE IS "TIME".
           02 FILLER       PIC X(7)  VALUE IS "ACTION".
           02 FILLER       PIC X(31) VALUE IS "DETAIL".
           02 FILLER       PIC X(8)  VALUE IS "OPERATOR".
       01 AUDIT-LINE.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 ADL-LOG      PIC X(12).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 ADL-DATE     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 ADL-TIME     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 ADL-ACTION   PIC X(6).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 ADL-NAME     PIC X(30).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 ADL-OPERATOR PIC X(8).
       01 JOURNAL-HEADING.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 FILLER       PIC X(9)  VALUE IS "DATE".
           02 FILLER       PIC X(9)  VALUE IS "TIME".
           02 FILLER       PIC X(7)  VALUE IS "ACTION".
           02 FILLER       PIC X(31) VALUE IS "BEFORE".
           02 FILLER       PIC X(31) VALUE IS "AFTER".
           02 FILLER       PIC X(8)  VALUE IS "OPERATOR".
       01 JOURNAL-LINE.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 JNL-DATE     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 JNL-TIME     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 JNL-ACTION   PIC X(6).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 JNL-BEFORE   PIC X(30).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 JNL-AFTER    PIC X(30).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 JNL-OPERATOR PIC X(8).
       01 FAILED-LINE.
           02 FILLER       PIC X(40)
               VALUE IS "    SECTION NOT PRODUCED - QUERY ERROR".
       01 NOTHING-LINE.
           02 FILLER       PIC X(40)
               VALUE IS "    NOTHING HELD".
       01 TRAILER-1.
           02 FILLER       PIC X(23) VALUE IS "ITEMS IN THIS DOSSIER: ".
           02 TRL-ITEMS    PIC ZZZZZ9.
           02 FILLER       PIC X(26)
               VALUE IS "   ARCHIVED AUDIT LOGS: ".
           02 TRL-AUDIT-FILES PIC ZZ9.
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

           PERFORM LOAD-REQUEST-CARDS THRU LOAD-REQUEST-CARDS-EXIT

           IF CARD-BAD IS EQUAL TO "Y" THEN
               DISPLAY "FIX THE REQUEST CARDS AND RERUN"
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    THE LEGAL DEADLINE IS 30 DAYS FROM RECEIPT
           MOVE REQ-RECEIVED TO RECEIVED-DATE
           COMPUTE DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RECEIVED-DATE) + 30
           COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER(DUE-DATE-INT)

           MOVE SPACES TO DOSSIER-NAME
           STRING "sar_" DELIMITED BY SIZE
               REQ-ID DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO DOSSIER-NAME
           END-STRING

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
               CLOSE PRINT-FILE
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-SAR-LOG
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE REQ-ID TO HDR-ID
           MOVE RUN-DATE TO HDR-DATE
           WRITE PRINT-LINE FROM HEADER-1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE REQ-REF TO RQL-REF
           MOVE REQ-HANDLER TO RQL-HANDLER
           WRITE PRINT-LINE FROM REQUEST-LINE-1
           MOVE RECEIVED-DATE TO RQL-RECEIVED
           MOVE DUE-DATE TO RQL-DUE
           WRITE PRINT-LINE FROM REQUEST-LINE-2
           MOVE 4 TO LINE-COUNT

           PERFORM REPORT-CURRENT
           PERFORM REPORT-ADDRESS
           PERFORM REPORT-PAYXREF
           PERFORM REPORT-PAYDATA
           PERFORM REPORT-ARCHIVED
           PERFORM REPORT-ARCHIVED-ADDRESS

           CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
           END-CALL

           PERFORM REPORT-PENDING THRU REPORT-PENDING-EXIT
           PERFORM REPORT-AUDIT-TRAIL
           PERFORM REPORT-JOURNAL THRU REPORT-JOURNAL-EXIT

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ITEM-TOTAL TO TRL-ITEMS
           MOVE AUDIT-FILES-READ TO TRL-AUDIT-FILES
           WRITE PRINT-LINE FROM TRAILER-1

           CLOSE PRINT-FILE

           DISPLAY "DOSSIER " DOSSIER-NAME " - " ITEM-TOTAL " ITEMS"

      *    CONDITION CODE FOR THE JOBSTREAM - 8 WHEN A SECTION COULD
      *    NOT BE PRODUCED, 4 WHEN THE DOSSIER IS PAST ITS DEADLINE
           IF QUERY-FAILED IS EQUAL TO "Y" THEN
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-SAR-LOG
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF RUN-DATE IS GREATER THAN DUE-DATE THEN
               DISPLAY "ANSWERED AFTER THE DEADLINE OF " DUE-DATE
               MOVE "LATE" TO RS-STATUS-WS
               PERFORM WRITE-SAR-LOG
               MOVE "WARN" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-SAR-LOG
           PERFORM WRITE-RUN-STATS
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       LOAD-REQUEST-CARDS.
           OPEN INPUT CARD-FILE

           IF CARD-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO REQUEST CARDS - AN ID CARD IS REQUIRED"
               MOVE "Y" TO CARD-BAD
               GO TO LOAD-REQUEST-CARDS-EXIT
           END-IF

           PERFORM READ-ONE-CARD THRU READ-ONE-CARD-EXIT
               UNTIL CARD-FILE-STATUS IS EQUAL TO "10"

           CLOSE CARD-FILE

           DISPLAY CARD-COUNT " REQUEST CARDS READ"

           IF REQ-ID IS EQUAL TO SPACES THEN
               DISPLAY "NO ID CARD - WHO IS THE REQUEST FOR?"
               MOVE "Y" TO CARD-BAD
           END-IF

           IF REQ-RECEIVED IS EQUAL TO SPACES THEN
               MOVE RUN-DATE TO REQ-RECEIVED
           END-IF.

       LOAD-REQUEST-CARDS-EXIT.
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
               WHEN "ID"
                   IF CRD-VALUE(1:6) IS NUMERIC THEN
                       MOVE CRD-VALUE(1:6) TO REQ-ID
                   ELSE
                       DISPLAY "BAD ID CARD - SIX DIGITS: "
                           CRD-VALUE(1:20)
                       MOVE "Y" TO CARD-BAD
                   END-IF
               WHEN "REF"
                   MOVE CRD-VALUE(1:20) TO REQ-REF
               WHEN "RECEIVED"
                   IF CRD-VALUE(1:8) IS NUMERIC AND
                       CRD-VALUE(1:8) IS GREATER THAN "19000101" AND
                       CRD-VALUE(1:8) IS NOT GREATER THAN RUN-DATE THEN
                       MOVE CRD-VALUE(1:8) TO REQ-RECEIVED
                   ELSE
                       DISPLAY "BAD RECEIVED CARD - YYYYMMDD, NOT "
                           "IN THE FUTURE: " CRD-VALUE(1:20)
                       MOVE "Y" TO CARD-BAD
                   END-IF
               WHEN "HANDLER"
                   MOVE CRD-VALUE(1:8) TO REQ-HANDLER
               WHEN OTHER
                   DISPLAY "UNKNOWN CARD: " CRD-KEY
                   MOVE "Y" TO CARD-BAD
           END-EVALUATE.

       READ-ONE-CARD-EXIT.
           EXIT.

      *    THE CURRENT RECORD - THE PEOPLE ROW AND THE DEPARTMENT THE
      *    PERSON IS ASSIGNED TO
       REPORT-CURRENT.
           MOVE "CURRENT RECORD" TO SHD-TEXT
           MOVE "NAME" TO CHD-C1
           MOVE "DEPARTMENT" TO CHD-C2
           MOVE "COST CENTRE" TO CHD-C3
           MOVE SPACES TO CHD-C4

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT IFNULL(P.NAME,''),IFNULL(A.DEPT||' '||"
               DELIMITED BY SIZE
               "IFNULL(D.NAME,''),''),IFNULL(D.COSTCTR,''),'' "
               DELIMITED BY SIZE
               "FROM PEOPLE P LEFT JOIN DEPTASSIGN A ON A.ID=P.ID "
               DELIMITED BY SIZE
               "LEFT JOIN DEPARTMENTS D ON D.CODE=A.DEPT "
               DELIMITED BY SIZE
               "WHERE P.ID=" DELIMITED BY SIZE
               REQ-ID DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "REPORT-CURRENT" TO SQLERR-WHERE
           PERFORM RUN-SQL-SECTION THRU RUN-SQL-SECTION-EXIT.

       REPORT-ADDRESS.
           MOVE "ADDRESS" TO SHD-TEXT
           MOVE "STREET" TO CHD-C1
           MOVE "CITY" TO CHD-C2
           MOVE "PHONE" TO CHD-C3
           MOVE SPACES TO CHD-C4

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT IFNULL(STREET,''),IFNULL(CITY,''),"
               DELIMITED BY SIZE
               "IFNULL(PHONE,''),'' FROM ADDRESSES WHERE ID="
               DELIMITED BY SIZE
               REQ-ID DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "REPORT-ADDRESS" TO SQLERR-WHERE
           PERFORM RUN-SQL-SECTION THRU RUN-SQL-SECTION-EXIT.

       REPORT-PAYXREF.
           MOVE "PAY BUREAU CROSS-REFERENCE" TO SHD-TEXT
           MOVE "BUREAU EMPNO" TO CHD-C1
           MOVE SPACES TO CHD-C2
           MOVE SPACES TO CHD-C3
           MOVE SPACES TO CHD-C4

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT IFNULL(EMPNO,''),'','','' FROM PAYXREF "
               DELIMITED BY SIZE
               "WHERE ID=" DELIMITED BY SIZE
               REQ-ID DELIMITED BY SIZE
               " ORDER BY EMPNO;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "REPORT-PAYXREF" TO SQLERR-WHERE
           PERFORM RUN-SQL-SECTION THRU RUN-SQL-SECTION-EXIT.

       REPORT-PAYDATA.
           MOVE "PAY DATA" TO SHD-TEXT
           MOVE "EFFECTIVE DATE" TO CHD-C1
           MOVE "BUREAU EMPNO" TO CHD-C2
           MOVE "GRADE" TO CHD-C3
           MOVE SPACES TO CHD-C4

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT IFNULL(EFFDATE,''),IFNULL(EMPNO,''),"
               DELIMITED BY SIZE
               "IFNULL(GRADE,''),'' FROM PAYDATA WHERE ID="
               DELIMITED BY SIZE
               REQ-ID DELIMITED BY SIZE
               " ORDER BY EFFDATE;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "REPORT-PAYDATA" TO SQLERR-WHERE
           PERFORM RUN-SQL-SECTION THRU RUN-SQL-SECTION-EXIT.

       REPORT-ARCHIVED.
           MOVE "ARCHIVED RECORD" TO SHD-TEXT
           MOVE "NAME" TO CHD-C1
           MOVE "ARCHIVED ON" TO CHD-C2
           MOVE SPACES TO CHD-C3
           MOVE SPACES TO CHD-C4

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT IFNULL(NAME,''),IFNULL(ARCHDATE,''),'',"
               DELIMITED BY SIZE
               "'' FROM PEOPLE_ARCHIVE WHERE ID="
               DELIMITED BY SIZE
               REQ-ID DELIMITED BY SIZE
               " ORDER BY ARCHDATE;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "REPORT-ARCHIVED" TO SQLERR-WHERE
           PERFORM RUN-SQL-SECTION THRU RUN-SQL-SECTION-EXIT.

       REPORT-ARCHIVED-ADDRESS.
           MOVE "ARCHIVED ADDRESS" TO SHD-TEXT
           MOVE "STREET" TO CHD-C1
           MOVE "CITY" TO CHD-C2
           MOVE "PHONE" TO CHD-C3
           MOVE SPACES TO CHD-C4

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT IFNULL(STREET,''),IFNULL(CITY,''),"
               DELIMITED BY SIZE
               "IFNULL(PHONE,''),'' FROM ADDRESSES_ARCHIVE WHERE ID="
               DELIMITED BY SIZE
               REQ-ID DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "REPORT-ARCHIVED-ADDRESS" TO SQLERR-WHERE
           PERFORM RUN-SQL-SECTION THRU RUN-SQL-SECTION-EXIT.

      *    ONE DATABASE SECTION - THE CALLER SETS THE HEADINGS,
      *    SQLERR-WHERE AND A QUERY RETURNING FOUR TEXT COLUMNS
       RUN-SQL-SECTION.
           MOVE ZERO TO SECTION-COUNT
           PERFORM START-SECTION
           WRITE PRINT-LINE FROM COLUMN-HEADING
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
               GO TO RUN-SQL-SECTION-EXIT
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE SCAN-STMT
               RETURNING STEP-CODE
           END-CALL

           PERFORM PRINT-SQL-ROW UNTIL STEP-CODE IS NOT EQUAL
               TO SQLITE-ROW

           CALL STATIC "sqlite3_finalize" USING BY VALUE SCAN-STMT
           END-CALL

           IF SECTION-COUNT IS EQUAL TO ZERO THEN
               WRITE PRINT-LINE FROM NOTHING-LINE
               PERFORM BUMP-LINE-COUNT
           END-IF.

       RUN-SQL-SECTION-EXIT.
           EXIT.

       PRINT-SQL-ROW.
           MOVE SPACES TO DOSSIER-LINE

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 0
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO DSL-C1

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 1
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO DSL-C2

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 2
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO DSL-C3

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 3
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO DSL-C4

           WRITE PRINT-LINE FROM DOSSIER-LINE
           PERFORM BUMP-LINE-COUNT

           ADD 1 TO SECTION-COUNT
           ADD 1 TO ITEM-TOTAL

           CALL STATIC "sqlite3_step" USING
               BY VALUE SCAN-STMT
               RETURNING STEP-CODE
           END-CALL.

      *    CHANGES A CLERK HAS SUBMITTED THAT A SUPERVISOR HAS NOT
      *    YET APPROVED OR REJECTED
       REPORT-PENDING.
           MOVE ZERO TO SECTION-COUNT
           MOVE "PENDING CHANGES AWAITING APPROVAL" TO SHD-TEXT
           PERFORM START-SECTION
           WRITE PRINT-LINE FROM PENDING-HEADING
           PERFORM BUMP-LINE-COUNT

           OPEN INPUT PENDING-FILE

           IF PENDING-FILE-STATUS IS NOT EQUAL TO "00" THEN
               WRITE PRINT-LINE FROM NOTHING-LINE
               PERFORM BUMP-LINE-COUNT
               GO TO REPORT-PENDING-EXIT
           END-IF

           PERFORM SCAN-PENDING THRU SCAN-PENDING-EXIT
               UNTIL PENDING-FILE-STATUS IS EQUAL TO "10"

           CLOSE PENDING-FILE

           IF SECTION-COUNT IS EQUAL TO ZERO THEN
               WRITE PRINT-LINE FROM NOTHING-LINE
               PERFORM BUMP-LINE-COUNT
           END-IF.

       REPORT-PENDING-EXIT.
           EXIT.

       SCAN-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE "10" TO PENDING-FILE-STATUS
                   GO TO SCAN-PENDING-EXIT
           END-READ

           IF PND-ID IS NOT EQUAL TO REQ-ID THEN
               GO TO SCAN-PENDING-EXIT
           END-IF

           MOVE SPACES TO PENDING-LINE
           MOVE PND-DATE TO PDL-DATE
           MOVE PND-TIME TO PDL-TIME
           MOVE PND-ACTION TO PDL-ACTION
           MOVE PND-NAME TO PDL-NAME
           MOVE PND-CLERK TO PDL-CLERK
           WRITE PRINT-LINE FROM PENDING-LINE
           PERFORM BUMP-LINE-COUNT

           ADD 1 TO SECTION-COUNT
           ADD 1 TO ITEM-TOTAL.

       SCAN-PENDING-EXIT.
           EXIT.

      *    THE AUDIT TRAIL - EVERY MONTHLY ARCHIVE ON DISK, OLDEST
      *    FIRST, THEN THE LIVE LOG, SO THE LINES COME OUT IN DATE
      *    ORDER WITH THE OPERATOR WHO DID EACH THING
       REPORT-AUDIT-TRAIL.
           MOVE ZERO TO SECTION-COUNT
           MOVE "CHANGE TRAIL - AUDIT LOG" TO SHD-TEXT
           PERFORM START-SECTION
           WRITE PRINT-LINE FROM AUDIT-HEADING
           PERFORM BUMP-LINE-COUNT

           CALL "SYSTEM" USING AUDLIST-COMMAND
           END-CALL
           MOVE ZERO TO RETURN-CODE

           OPEN INPUT AUDLIST-FILE

           IF AUDLIST-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM READ-AUDIT-LIST THRU READ-AUDIT-LIST-EXIT
                   UNTIL AUDLIST-FILE-STATUS IS EQUAL TO "10"
               CLOSE AUDLIST-FILE
               CALL "CBL_DELETE_FILE" USING AUDLIST-NAME
               END-CALL
               MOVE ZERO TO RETURN-CODE
           END-IF

           MOVE "./data/audit.log" TO AUDIT-NAME
           PERFORM SCAN-AUDIT-FILE THRU SCAN-AUDIT-FILE-EXIT

           IF SECTION-COUNT IS EQUAL TO ZERO THEN
               WRITE PRINT-LINE FROM NOTHING-LINE
               PERFORM BUMP-LINE-COUNT
           END-IF.

       READ-AUDIT-LIST.
           READ AUDLIST-FILE
               AT END
                   MOVE "10" TO AUDLIST-FILE-STATUS
                   GO TO READ-AUDIT-LIST-EXIT
           END-READ

           IF AUDLIST-RECORD IS EQUAL TO SPACES THEN
               GO TO READ-AUDIT-LIST-EXIT
           END-IF

           MOVE AUDLIST-RECORD TO AUDIT-NAME
           PERFORM SCAN-AUDIT-FILE THRU SCAN-AUDIT-FILE-EXIT
           ADD 1 TO AUDIT-FILES-READ.

       READ-AUDIT-LIST-EXIT.
           EXIT.

       SCAN-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE

           IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               GO TO SCAN-AUDIT-FILE-EXIT
           END-IF

           PERFORM READ-AUDIT-LINE THRU READ-AUDIT-LINE-EXIT
               UNTIL AUDIT-FILE-STATUS IS EQUAL TO "10"

           CLOSE AUDIT-FILE.

       SCAN-AUDIT-FILE-EXIT.
           EXIT.

       READ-AUDIT-LINE.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO AUDIT-FILE-STATUS
                   GO TO READ-AUDIT-LINE-EXIT
           END-READ

           IF AUD-ID IS NOT EQUAL TO REQ-ID THEN
               GO TO READ-AUDIT-LINE-EXIT
           END-IF

           MOVE SPACES TO AUDIT-LINE
      *    ./data/ IS THE SAME FOR EVERY LOG - SHOW THE FILE NAME
           MOVE AUDIT-NAME(8:12) TO ADL-LOG
           MOVE AUD-DATE TO ADL-DATE
           MOVE AUD-TIME TO ADL-TIME
           MOVE AUD-ACTION TO ADL-ACTION
           MOVE AUD-NAME TO ADL-NAME
           MOVE AUD-OPERATOR TO ADL-OPERATOR
           WRITE PRINT-LINE FROM AUDIT-LINE
           PERFORM BUMP-LINE-COUNT

           ADD 1 TO SECTION-COUNT
           ADD 1 TO ITEM-TOTAL.

       READ-AUDIT-LINE-EXIT.
           EXIT.

      *    THE JOURNAL - BEFORE AND AFTER IMAGES OF EACH CHANGE
       REPORT-JOURNAL.
           MOVE ZERO TO SECTION-COUNT
           MOVE "CHANGE TRAIL - JOURNAL BEFORE AND AFTER IMAGES"
               TO SHD-TEXT
           PERFORM START-SECTION
           WRITE PRINT-LINE FROM JOURNAL-HEADING
           PERFORM BUMP-LINE-COUNT

           OPEN INPUT JOURNAL-FILE

           IF JOURNAL-FILE-STATUS IS NOT EQUAL TO "00" THEN
               WRITE PRINT-LINE FROM NOTHING-LINE
               PERFORM BUMP-LINE-COUNT
               GO TO REPORT-JOURNAL-EXIT
           END-IF

           PERFORM READ-JOURNAL-LINE THRU READ-JOURNAL-LINE-EXIT
               UNTIL JOURNAL-FILE-STATUS IS EQUAL TO "10"

           CLOSE JOURNAL-FILE

           IF SECTION-COUNT IS EQUAL TO ZERO THEN
               WRITE PRINT-LINE FROM NOTHING-LINE
               PERFORM BUMP-LINE-COUNT
           END-IF.

       REPORT-JOURNAL-EXIT.
           EXIT.

       READ-JOURNAL-LINE.
           READ JOURNAL-FILE
               AT END
                   MOVE "10" TO JOURNAL-FILE-STATUS
                   GO TO READ-JOURNAL-LINE-EXIT
           END-READ

           IF JRN-ID IS NOT EQUAL TO REQ-ID THEN
               GO TO READ-JOURNAL-LINE-EXIT
           END-IF

           MOVE SPACES TO JOURNAL-LINE
           MOVE JRN-DATE TO JNL-DATE
           MOVE JRN-TIME TO JNL-TIME
           MOVE JRN-ACTION TO JNL-ACTION
           MOVE JRN-BEFORE TO JNL-BEFORE
           MOVE JRN-AFTER TO JNL-AFTER
           MOVE JRN-OPERATOR TO JNL-OPERATOR
           WRITE PRINT-LINE FROM JOURNAL-LINE
           PERFORM BUMP-LINE-COUNT

           ADD 1 TO SECTION-COUNT
           ADD 1 TO ITEM-TOTAL.

       READ-JOURNAL-LINE-EXIT.
           EXIT.

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

      *    ONE LINE ON THE REQUEST LOG FOR EVERY DOSSIER PRODUCED (OR
      *    ATTEMPTED) - RS-STATUS-WS SAYS HOW IT WENT
       WRITE-SAR-LOG.
           OPEN EXTEND SARLOG-FILE

           IF SARLOG-FILE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT SARLOG-FILE
           END-IF

           IF SARLOG-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON SARLOG-FILE"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SARLOG-RECORD
           MOVE RUN-DATE TO SAR-DATE
           MOVE RUN-TIME TO SAR-TIME
           MOVE REQ-ID TO SAR-ID
           MOVE REQ-REF TO SAR-REF
           MOVE RECEIVED-DATE TO SAR-RECEIVED
           MOVE DUE-DATE TO SAR-DUE
           MOVE REQ-HANDLER TO SAR-HANDLER
           MOVE ITEM-TOTAL TO SAR-ITEMS
           MOVE RS-STATUS-WS TO SAR-STATUS
           WRITE SARLOG-RECORD
           CLOSE SARLOG-FILE.

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
           MOVE "COBOL-SQLITE-SUBJACC" TO SQE-PROGRAM
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
           MOVE "COBOL-SQLITE-SUBJACC" TO RS-PROGRAM
           MOVE RS-START-DATE-WS TO RS-START-DATE
           MOVE RS-START-TIME-WS TO RS-START-TIME
           MOVE RS-END-DATE-WS TO RS-END-DATE
           MOVE RS-END-TIME-WS TO RS-END-TIME
           MOVE ITEM-TOTAL TO RS-READ
           MOVE ITEM-TOTAL TO RS-WRITTEN
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

       END PROGRAM COBOL-SQLITE-SUBJACC.
