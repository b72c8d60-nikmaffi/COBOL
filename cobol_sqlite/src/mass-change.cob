       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-SQLITE-MASSCHG.
       AUTHOR.     NIK MAFFI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "masschg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "masschg.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "./data/audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "./data/journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT CHAIN-FILE ASSIGN USING CHAIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-FILE-STATUS.
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
      *    CONTROL CARDS, ONE PER LINE:
      *        TABLE   PEOPLE OR ADDRESSES
      *        FIELD   NAME (PEOPLE) OR STREET, CITY, PHONE
      *                (ADDRESSES)
      *        MATCH   VALUE      ROWS WHOSE WHOLE FIELD IS THIS
      *        PREFIX  VALUE      ROWS WHOSE FIELD STARTS WITH THIS -
      *                           ONLY THE LEADING PART IS REPLACED
      *        REPLACE VALUE      THE NEW VALUE (MAY BE BLANK)
      *        MODE    PREVIEW OR COMMIT (PREVIEW)
      *    A COMMIT RUN ALSO NEEDS THE PREVIEW'S CONTROL TOTALS AND A
      *    SUPERVISOR'S SIGN-OFF FROM THE COBOL-SQLITE SUPERVISOR MENU:
      *        EXPECT  NNNNNN     ROWS THE PREVIEW LISTED
      *        IDTOTAL NNNNNNNNNNNN  ID HASH TOTAL OF THE PREVIEW
      *        AUTHBY  OPERATOR   THE SUPERVISOR WHO SIGNED IT OFF
      *        AUTHKEY NNNNNNNNNN THE KEY THE SUPERVISOR WAS GIVEN -
      *                           GOOD FOR ONE COMMIT RUN ONLY
       FD  CARD-FILE.
       01  CARD-RECORD.
           02 CRD-KEY      PIC X(8).
           02 CRD-VALUE    PIC X(70).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02 OPR-ID       PIC X(8).
           02 FILLER       PIC X.
           02 OPR-HASH     PIC 9(10).
           02 FILLER       PIC X.
           02 OPR-LEVEL    PIC 9.
           02 FILLER       PIC X.
           02 OPR-STATUS   PIC X.
           02 FILLER       PIC X.
           02 OPR-FORCE    PIC X.
           02 FILLER       PIC X.
           02 OPR-CHG-DATE PIC 9(8).
           02 FILLER       PIC X.
           02 OPR-FAILS    PIC 9(2).
       FD  PRINT-FILE.
       01  PRINT-LINE          PIC X(100).
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
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALERT.
       WORKING-STORAGE SECTION.
       77 SQLITE           POINTER.
       77 SCAN-STMT        POINTER.
       77 ERROR-CODE       PIC S9(5) USAGE IS COMP-5.
       77 STEP-CODE        PIC S9(5) USAGE IS COMP-5.
       77 DATABASE-NAME    PIC X(14) VALUE IS "./data/data.db".
       77 SQL-QUERY        PIC X(600).
       77 SQLITE-ROW       PIC S9(5) USAGE IS COMP-5 VALUE IS 100.
       77 CARD-FILE-STATUS PIC X(02).
       77 OPERATOR-FILE-STATUS PIC X(02).
       77 PRINT-FILE-STATUS PIC X(02).
       77 AUDIT-FILE-STATUS PIC X(02).
       77 JOURNAL-FILE-STATUS PIC X(02).
       77 COL-INT-RAW      PIC S9(9) USAGE IS COMP-5.
       77 COL-BIG-RAW      PIC S9(18) USAGE IS COMP-5.
       77 COL-TEXT-PTR     POINTER.
       77 COL-TEXT         PIC X(80) BASED.
       77 COL-TEXT-WS      PIC X(80).
       77 CARD-COUNT       PIC 9(3)  VALUE IS ZERO.
       77 CARD-BAD         PIC X     VALUE IS "N".
       77 QUERY-FAILED     PIC X     VALUE IS "N".
      *    THE CHANGE AS THE CARDS DESCRIBE IT - THE CRITERIA AND THE
      *    SIGNED-OFF TOTALS ARE KEPT IN THE SHAPE THE SUPERVISOR'S
      *    KEY IS FOLDED OVER
       01 MASS-AUTH-REC.
           COPY MASSAUTH.
       01 MASS-AUTH-CHARS REDEFINES MASS-AUTH-REC.
           02 MASS-AUTH-CHAR PIC X OCCURS 107 TIMES.
       77 MASS-MODE        PIC X(7)  VALUE IS "PREVIEW".
       77 REPLACE-SEEN     PIC X     VALUE IS "N".
       77 EXPECT-SEEN      PIC X     VALUE IS "N".
       77 IDTOTAL-SEEN     PIC X     VALUE IS "N".
       77 AUTHKEY-SEEN     PIC X     VALUE IS "N".
       77 CARD-AUTHKEY     PIC 9(10) VALUE IS ZERO.
       77 FIELD-WIDTH      PIC 9(2)  VALUE IS ZERO.
       77 FIELD-NEEDED     PIC X     VALUE IS "N".
      *    SUPERVISOR SIGN-OFF - SEE CHECK-AUTHORISATION
       77 AUTH-OK          PIC X     VALUE IS "N".
       77 AUTH-FOUND       PIC X     VALUE IS "N".
       77 AUTH-HASH        PIC 9(10).
       77 AUTH-LEVEL       PIC 9.
       77 AUTH-STATUS      PIC X.
       77 AUTH-KEY         PIC 9(10).
       77 AUTH-REASON      PIC X(40).
       77 KEY-WORK         PIC 9(18).
       77 KEY-DIV          PIC 9(8).
       77 KEY-REM          PIC 9(10).
       77 KEY-MODULUS      PIC 9(11) VALUE IS 10000000000.
       77 KEY-CHR-IDX      PIC 9(3).
       77 KEY-ORD          PIC 9(3).
      *    THE CRITERIA AS SQL - THE QUOTED MATCH AND REPLACEMENT
      *    VALUES, THE ROW CONDITION AND THE NEW-VALUE EXPRESSION
       01 ESCAPED-TEXT-REC.
           02 TEXT-IN       PIC X(30) VALUE IS SPACES.
           02 TEXT-IN-CHARS REDEFINES TEXT-IN.
               03 TEXT-IN-CHAR PIC X OCCURS 30 TIMES.
           02 ESCAPED-TEXT  PIC X(61) VALUE IS SPACES.
           02 ESCAPED-TEXT-CHARS REDEFINES ESCAPED-TEXT.
               03 ESCAPED-TEXT-CHAR PIC X OCCURS 61 TIMES.
       77 TXT-IDX          PIC S9(4) USAGE IS COMP-5.
       77 TXT-ESC-IDX      PIC S9(4) USAGE IS COMP-5.
       77 TXT-LEN          PIC S9(4) USAGE IS COMP-5.
       77 TXT-ESC-LEN      PIC S9(4) USAGE IS COMP-5.
       77 MATCH-LEN        PIC 9(2).
       77 MATCH-START      PIC 9(2).
       77 MATCH-LITERAL    PIC X(63).
       77 REPLACE-LITERAL  PIC X(63).
       77 REPLACE-LIT-LEN  PIC S9(4) USAGE IS COMP-5.
       77 WHERE-TEXT       PIC X(120).
       77 NEW-VALUE-TEXT   PIC X(120).
      *    ONE SELECTED ROW AS IT COMES BACK FROM MASSROWS
       77 ROW-ID           PIC 9(6).
       77 ROW-BEFORE       PIC X(30).
       77 ROW-AFTER        PIC X(80).
       77 ROW-AFTER-LEN    PIC 9(3).
       77 ROW-NOTE         PIC X(10).
      *    CONTROL TOTALS - THE ROWS THE CRITERIA SELECT ON THE TABLE,
      *    THE ROWS LISTED (AND, ON A COMMIT RUN, CHANGED AND LOGGED)
      *    AND THE ID HASH TOTAL OF EACH MUST ALL AGREE
       77 SELECT-COUNT     PIC 9(6)  VALUE IS ZERO.
       77 SELECT-IDTOTAL   PIC 9(12) VALUE IS ZERO.
       77 LIST-COUNT       PIC 9(6)  VALUE IS ZERO.
       77 LIST-IDTOTAL     PIC 9(12) VALUE IS ZERO.
       77 EXCEPTION-COUNT  PIC 9(6)  VALUE IS ZERO.
       77 CHANGED-COUNT    PIC 9(6)  VALUE IS ZERO.
       77 AUDIT-COUNT      PIC 9(6)  VALUE IS ZERO.
       77 JOURNAL-COUNT    PIC 9(6)  VALUE IS ZERO.
       77 TOTALS-AGREE     PIC X     VALUE IS "N".
       77 TXN-OPEN         PIC X     VALUE IS "N".
       77 COMMITTED        PIC X     VALUE IS "N".
       77 STAGE-FAILED     PIC X     VALUE IS "N".
       77 AUDIT-ACTION     PIC X(6).
       77 AUD-DATE-WS      PIC 9(8).
       77 AUD-TIME-WS      PIC 9(8).
       77 TODAY-DATE       PIC 9(8).
       01 HEADER-1.
           02 FILLER       PIC X(14) VALUE IS "MASS CHANGE - ".
           02 HDR-MODE     PIC X(26).
           02 FILLER       PIC X(8)  VALUE IS "  DATE: ".
           02 HDR-DATE     PIC 9(8).
       01 CRITERIA-LINE-1.
           02 FILLER       PIC X(14) VALUE IS "FIELD:        ".
           02 CRL-TABLE-FIELD PIC X(21).
       01 CRITERIA-LINE-2.
           02 CRL-MATCH-TYPE PIC X(14).
           02 FILLER       PIC X     VALUE IS "'".
           02 CRL-MATCH    PIC X(30).
           02 FILLER       PIC X     VALUE IS "'".
       01 CRITERIA-LINE-3.
           02 FILLER       PIC X(14) VALUE IS "REPLACE WITH: ".
           02 FILLER       PIC X     VALUE IS "'".
           02 CRL-REPLACE  PIC X(30).
           02 FILLER       PIC X     VALUE IS "'".
       01 COLUMN-HEADING.
           02 FILLER       PIC X(8)  VALUE IS "    ID".
           02 FILLER       PIC X(32) VALUE IS "BEFORE".
           02 FILLER       PIC X(32) VALUE IS "AFTER".
           02 FILLER       PIC X(10) VALUE IS "NOTE".
       01 DETAIL-LINE.
           02 DTL-ID       PIC 9(6).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 DTL-BEFORE   PIC X(30).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 DTL-AFTER    PIC X(30).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 DTL-NOTE     PIC X(10).
       01 TOTAL-LINE.
           02 TTL-LABEL    PIC X(30).
           02 TTL-VALUE    PIC ZZZZZZZZZZZ9.
       01 NEXT-STEP-LINE.
           02 FILLER       PIC X(34)
               VALUE IS "FOR THE COMMIT RUN ADD THE CARDS: ".
           02 FILLER       PIC X(20)
               VALUE IS "MODE COMMIT, EXPECT ".
           02 NSL-EXPECT   PIC 9(6).
           02 FILLER       PIC X(10) VALUE IS ", IDTOTAL ".
           02 NSL-IDTOTAL  PIC 9(12).
       01 FAILED-LINE.
           02 FILLER       PIC X(40)
               VALUE IS "    RUN STOPPED - QUERY ERROR".
       77 RUNSTATS-FILE-STATUS PIC X(02).
       77 RS-START-DATE-WS PIC 9(8).
       77 RS-START-TIME-WS PIC 9(8).
       77 RS-END-DATE-WS  PIC 9(8).
       77 RS-END-TIME-WS  PIC 9(8).
       77 RS-STATUS-WS    PIC X(4)  VALUE IS "OK".
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
      *    STAGED LOG LINES - THE AUDIT AND JOURNAL LINES OF A COMMIT
      *    RUN GO ONTO LOGSTAGE INSIDE ITS TRANSACTION AND OUT TO THE
      *    LOGS ONLY ONCE THE COMMIT HAS LANDED. SEE STAGE-LOG-LINE
      *    AND FLUSH-STAGED-LOGS.
       77 CKPT-STMT        POINTER.
       77 CKPT-COL-PTR     POINTER.
       77 CKPT-COL-TEXT    PIC X(102) BASED.
       77 STAGE-LOG        PIC X.
       77 STAGE-LINE       PIC X(102).
       01 STAGE-ESCAPED-REC.
           02 STAGE-ESCAPED PIC X(204).
           02 STAGE-ESCAPED-CHARS REDEFINES STAGE-ESCAPED.
               03 STAGE-ESCAPED-CHAR PIC X OCCURS 204 TIMES.
       77 STAGE-IDX        PIC S9(4) USAGE IS COMP-5.
       77 STAGE-ESC-IDX    PIC S9(4) USAGE IS COMP-5.
       77 STAGE-ESC-LEN    PIC S9(4) USAGE IS COMP-5.
       77 STAGE-QUERY      PIC X(300).
       77 STAGE-SEQ        PIC S9(9) USAGE IS COMP-5.
       77 STAGE-SEQ-DSP    PIC 9(9).
       77 STAGE-EMPTY      PIC X.
       77 STAGE-CHECK      PIC X     VALUE IS "N".
       77 STAGE-ON-LOG     PIC X.
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
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO MASS-AUTH-REC
           MOVE ZERO TO MAU-ROWS
           MOVE ZERO TO MAU-IDTOTAL

           PERFORM LOAD-CONTROL-CARDS THRU LOAD-CONTROL-CARDS-EXIT

           IF CARD-BAD IS EQUAL TO "N" THEN
               PERFORM CHECK-CARD-SET
           END-IF

           IF CARD-BAD IS EQUAL TO "Y" THEN
               DISPLAY "FIX THE MASS CHANGE CARDS AND RERUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    NOTHING IS CHANGED WITHOUT A SUPERVISOR'S KEY FOR EXACTLY
      *    THESE CARDS - A WRONG KEY IS REFUSED BEFORE THE DATABASE
      *    IS EVEN OPENED, AND THE MORNING SHIFT IS TOLD
           IF MASS-MODE IS EQUAL TO "COMMIT" THEN
               PERFORM CHECK-AUTHORISATION THRU
                   CHECK-AUTHORISATION-EXIT

               IF AUTH-OK IS NOT EQUAL TO "Y" THEN
                   DISPLAY "COMMIT REFUSED - " AUTH-REASON
                   DISPLAY "NOTHING CHANGED"
                   MOVE "WARN" TO ALERT-SEVERITY-WS
                   MOVE "MASSCHG AUTHKEY" TO ALERT-KEY-WS
                   MOVE SPACES TO ALERT-TEXT-WS
                   STRING "COMMIT REFUSED - " DELIMITED BY SIZE
                       AUTH-REASON DELIMITED BY SIZE
                       INTO ALERT-TEXT-WS
                   END-STRING
                   PERFORM POST-ALERT
                   MOVE "ERR" TO RS-STATUS-WS
                   PERFORM WRITE-RUN-STATS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

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

      *    LOG LINES OF AN EARLIER COMMIT THAT NEVER REACHED THE LOGS
      *    GO OUT BEFORE ANYTHING ELSE
           MOVE "Y" TO STAGE-CHECK
           PERFORM FLUSH-STAGED-LOGS
           MOVE "N" TO STAGE-CHECK

           PERFORM PRINT-HEADINGS
           PERFORM BUILD-CRITERIA

      *    A COMMIT RUN HOLDS THE WRITE LOCK FROM THE SELECTION TO THE
      *    COMMIT, SO WHAT IS LISTED IS EXACTLY WHAT IS CHANGED
           IF MASS-MODE IS EQUAL TO "COMMIT" THEN
               MOVE LOW-VALUES TO SQL-QUERY
               STRING "BEGIN IMMEDIATE;" DELIMITED BY SIZE
                   INTO SQL-QUERY
               END-STRING

               PERFORM RUN-STATEMENT

               IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
                   DISPLAY "DATABASE BUSY - NOTHING CHANGED, RERUN"
                   MOVE "Y" TO QUERY-FAILED
               ELSE
                   MOVE "Y" TO TXN-OPEN
               END-IF
           END-IF

           IF QUERY-FAILED IS EQUAL TO "N" THEN
               PERFORM SELECT-ROWS THRU SELECT-ROWS-EXIT
           END-IF

           IF QUERY-FAILED IS EQUAL TO "N" THEN
               PERFORM LIST-ROWS THRU LIST-ROWS-EXIT
           END-IF

           IF QUERY-FAILED IS EQUAL TO "N" THEN
               PERFORM COUNT-SELECTION
           END-IF

           PERFORM CHECK-CONTROL-TOTALS

           IF MASS-MODE IS EQUAL TO "COMMIT" AND
               QUERY-FAILED IS EQUAL TO "N" THEN
               PERFORM APPLY-MASS-CHANGE THRU APPLY-MASS-CHANGE-EXIT
           END-IF

           IF TXN-OPEN IS EQUAL TO "Y" THEN
               PERFORM ROLLBACK-RUN
           END-IF

           IF COMMITTED IS EQUAL TO "Y" THEN
               PERFORM FLUSH-STAGED-LOGS
           END-IF

           CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
           END-CALL

           PERFORM PRINT-TOTALS

           CLOSE PRINT-FILE

           DISPLAY SELECT-COUNT " ROWS SELECTED, " LIST-COUNT
               " LISTED, " EXCEPTION-COUNT " EXCEPTIONS, "
               CHANGED-COUNT " CHANGED"

      *    CONDITION CODE - 8 WHEN THE RUN FAILED, THE TOTALS DID NOT
      *    AGREE OR A COMMIT WAS REFUSED; 4 WHEN A PREVIEW FOUND
      *    NOTHING TO CHANGE OR ROWS THAT CANNOT BE CHANGED
           IF QUERY-FAILED IS EQUAL TO "Y" OR
               TOTALS-AGREE IS EQUAL TO "N" OR
               (MASS-MODE IS EQUAL TO "COMMIT" AND
                COMMITTED IS EQUAL TO "N") THEN
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF LIST-COUNT IS EQUAL TO ZERO OR
               EXCEPTION-COUNT IS GREATER THAN ZERO THEN
               MOVE "WARN" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-RUN-STATS
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       LOAD-CONTROL-CARDS.
           OPEN INPUT CARD-FILE

           IF CARD-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO MASS CHANGE CARDS - masschg.dat NEEDED"
               MOVE "Y" TO CARD-BAD
               GO TO LOAD-CONTROL-CARDS-EXIT
           END-IF

           PERFORM READ-ONE-CARD THRU READ-ONE-CARD-EXIT
               UNTIL CARD-FILE-STATUS IS EQUAL TO "10"

           CLOSE CARD-FILE

           DISPLAY CARD-COUNT " CONTROL CARDS READ".

       LOAD-CONTROL-CARDS-EXIT.
           EXIT.

      *    THE MATCH AND REPLACEMENT VALUES ARE TAKEN EXACTLY AS
      *    PUNCHED - STORED DATA IS MIXED CASE
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
               WHEN "TABLE"
                   MOVE CRD-VALUE(1:10) TO MAU-TABLE
                   INSPECT MAU-TABLE CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               WHEN "FIELD"
                   MOVE CRD-VALUE(1:10) TO MAU-FIELD
                   INSPECT MAU-FIELD CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               WHEN "MATCH"
               WHEN "PREFIX"
                   IF MAU-TYPE IS NOT EQUAL TO SPACE THEN
                       DISPLAY "ONLY ONE MATCH OR PREFIX CARD"
                       MOVE "Y" TO CARD-BAD
                   END-IF

                   IF CRD-KEY IS EQUAL TO "MATCH" THEN
                       MOVE "M" TO MAU-TYPE
                   ELSE
                       MOVE "P" TO MAU-TYPE
                   END-IF

                   MOVE CRD-VALUE(1:30) TO MAU-MATCH

                   IF CRD-VALUE(31:40) IS NOT EQUAL TO SPACES THEN
                       DISPLAY "BAD " CRD-KEY " CARD - NO MORE THAN "
                           "30 CHARACTERS"
                       MOVE "Y" TO CARD-BAD
                   END-IF
               WHEN "REPLACE"
                   MOVE "Y" TO REPLACE-SEEN
                   MOVE CRD-VALUE(1:30) TO MAU-REPLACE

                   IF CRD-VALUE(31:40) IS NOT EQUAL TO SPACES THEN
                       DISPLAY "BAD REPLACE CARD - NO MORE THAN 30 "
                           "CHARACTERS"
                       MOVE "Y" TO CARD-BAD
                   END-IF
               WHEN "MODE"
                   MOVE CRD-VALUE(1:7) TO MASS-MODE
                   INSPECT MASS-MODE CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

                   IF MASS-MODE IS NOT EQUAL TO "PREVIEW" AND
                       MASS-MODE IS NOT EQUAL TO "COMMIT" THEN
                       DISPLAY "BAD MODE CARD - PREVIEW OR COMMIT: "
                           CRD-VALUE(1:20)
                       MOVE "Y" TO CARD-BAD
                   END-IF
               WHEN "EXPECT"
                   IF CRD-VALUE(1:6) IS NUMERIC THEN
                       MOVE CRD-VALUE(1:6) TO MAU-ROWS
                       MOVE "Y" TO EXPECT-SEEN
                   ELSE
                       DISPLAY "BAD EXPECT CARD - SIX DIGITS: "
                           CRD-VALUE(1:20)
                       MOVE "Y" TO CARD-BAD
                   END-IF
               WHEN "IDTOTAL"
                   IF CRD-VALUE(1:12) IS NUMERIC THEN
                       MOVE CRD-VALUE(1:12) TO MAU-IDTOTAL
                       MOVE "Y" TO IDTOTAL-SEEN
                   ELSE
                       DISPLAY "BAD IDTOTAL CARD - TWELVE DIGITS: "
                           CRD-VALUE(1:20)
                       MOVE "Y" TO CARD-BAD
                   END-IF
               WHEN "AUTHBY"
                   MOVE CRD-VALUE(1:8) TO MAU-AUTHBY
               WHEN "AUTHKEY"
                   IF CRD-VALUE(1:10) IS NUMERIC THEN
                       MOVE CRD-VALUE(1:10) TO CARD-AUTHKEY
                       MOVE "Y" TO AUTHKEY-SEEN
                   ELSE
                       DISPLAY "BAD AUTHKEY CARD - TEN DIGITS: "
                           CRD-VALUE(1:20)
                       MOVE "Y" TO CARD-BAD
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN CARD: " CRD-KEY
                   MOVE "Y" TO CARD-BAD
           END-EVALUATE.

       READ-ONE-CARD-EXIT.
           EXIT.

      *    THE CARDS TOGETHER MUST DESCRIBE ONE CHANGE THIS PROGRAM
      *    KNOWS HOW TO MAKE. NAME AND STREET MAY NOT BE BLANKED.
       CHECK-CARD-SET.
           EVALUATE MAU-TABLE ALSO MAU-FIELD
               WHEN "PEOPLE" ALSO "NAME"
                   MOVE 30 TO FIELD-WIDTH
                   MOVE "Y" TO FIELD-NEEDED
               WHEN "ADDRESSES" ALSO "STREET"
                   MOVE 30 TO FIELD-WIDTH
                   MOVE "Y" TO FIELD-NEEDED
               WHEN "ADDRESSES" ALSO "CITY"
                   MOVE 20 TO FIELD-WIDTH
               WHEN "ADDRESSES" ALSO "PHONE"
                   MOVE 15 TO FIELD-WIDTH
               WHEN OTHER
                   DISPLAY "TABLE/FIELD MUST BE PEOPLE NAME OR "
                       "ADDRESSES STREET, CITY OR PHONE"
                   MOVE "Y" TO CARD-BAD
           END-EVALUATE

           IF MAU-TYPE IS EQUAL TO SPACE THEN
               DISPLAY "A MATCH OR PREFIX CARD IS NEEDED"
               MOVE "Y" TO CARD-BAD
           END-IF

           IF MAU-MATCH IS EQUAL TO SPACES THEN
               DISPLAY "THE MATCH VALUE CANNOT BE BLANK"
               MOVE "Y" TO CARD-BAD
           END-IF

           IF REPLACE-SEEN IS EQUAL TO "N" THEN
               DISPLAY "A REPLACE CARD IS NEEDED"
               MOVE "Y" TO CARD-BAD
           END-IF

           IF MAU-MATCH IS EQUAL TO MAU-REPLACE THEN
               DISPLAY "THE REPLACEMENT IS THE SAME AS THE MATCH"
               MOVE "Y" TO CARD-BAD
           END-IF

           MOVE MAU-MATCH TO TEXT-IN
           PERFORM ESCAPE-TEXT
           MOVE TXT-LEN TO MATCH-LEN

           IF FIELD-WIDTH IS GREATER THAN ZERO AND
               MATCH-LEN IS GREATER THAN FIELD-WIDTH THEN
               DISPLAY "THE MATCH VALUE IS LONGER THAN THE FIELD"
               MOVE "Y" TO CARD-BAD
           END-IF

           IF MASS-MODE IS EQUAL TO "COMMIT" AND
               (EXPECT-SEEN IS EQUAL TO "N" OR
                IDTOTAL-SEEN IS EQUAL TO "N" OR
                MAU-AUTHBY IS EQUAL TO SPACES OR
                AUTHKEY-SEEN IS EQUAL TO "N") THEN
               DISPLAY "A COMMIT RUN NEEDS EXPECT, IDTOTAL, AUTHBY "
                   "AND AUTHKEY CARDS"
               MOVE "Y" TO CARD-BAD
           END-IF.

      *    THE AUTHBY OPERATOR MUST BE AN ACTIVE SUPERVISOR AND THE
      *    KEY MUST BE THE ONE THE SUPERVISOR MENU ISSUED FOR THESE
      *    VERY CARDS AND TOTALS. THIS ONLY WEEDS OUT A WRONG CARD
      *    EARLY - THE SIGN-OFF ITSELF IS THE MASSAUTH ROW, CHECKED
      *    AND USED UP BY USE-UP-SIGN-OFF.
       CHECK-AUTHORISATION.
           MOVE "N" TO AUTH-OK
           MOVE "N" TO AUTH-FOUND

           OPEN INPUT OPERATOR-FILE

           IF OPERATOR-FILE-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "OPERATOR FILE NOT AVAILABLE" TO AUTH-REASON
               GO TO CHECK-AUTHORISATION-EXIT
           END-IF

           PERFORM FIND-AUTH-OPERATOR THRU FIND-AUTH-OPERATOR-EXIT
               UNTIL OPERATOR-FILE-STATUS IS EQUAL TO "10"

           CLOSE OPERATOR-FILE

           IF AUTH-FOUND IS EQUAL TO "N" THEN
               MOVE "AUTHBY IS NOT AN OPERATOR" TO AUTH-REASON
               GO TO CHECK-AUTHORISATION-EXIT
           END-IF

           IF AUTH-LEVEL IS NOT GREATER THAN 1 THEN
               MOVE "AUTHBY IS NOT A SUPERVISOR" TO AUTH-REASON
               GO TO CHECK-AUTHORISATION-EXIT
           END-IF

           IF AUTH-STATUS IS NOT EQUAL TO "A" THEN
               MOVE "AUTHBY IS NOT AN ACTIVE OPERATOR" TO AUTH-REASON
               GO TO CHECK-AUTHORISATION-EXIT
           END-IF

           PERFORM FOLD-AUTH-KEY

           IF AUTH-KEY IS NOT EQUAL TO CARD-AUTHKEY THEN
               MOVE "AUTHKEY DOES NOT FIT THESE CARDS" TO AUTH-REASON
               GO TO CHECK-AUTHORISATION-EXIT
           END-IF

           MOVE "Y" TO AUTH-OK.

       CHECK-AUTHORISATION-EXIT.
           EXIT.

       FIND-AUTH-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE "10" TO OPERATOR-FILE-STATUS
                   GO TO FIND-AUTH-OPERATOR-EXIT
           END-READ

           IF OPR-ID IS NOT EQUAL TO MAU-AUTHBY OR
               OPR-HASH IS NOT NUMERIC THEN
               GO TO FIND-AUTH-OPERATOR-EXIT
           END-IF

           MOVE "Y" TO AUTH-FOUND
           MOVE OPR-HASH TO AUTH-HASH
           MOVE OPR-LEVEL TO AUTH-LEVEL
           MOVE OPR-STATUS TO AUTH-STATUS.

       FIND-AUTH-OPERATOR-EXIT.
           EXIT.

      *    THE SIGN-OFF TEXT FOLDED THE WAY OPERATOR PASSWORDS ARE,
      *    STARTING FROM THE SUPERVISOR'S PASSWORD HASH - THE SAME
      *    FOLD AS MASS-CHANGE-AUTH IN COBOL-SQLITE
       FOLD-AUTH-KEY.
           MOVE AUTH-HASH TO KEY-WORK

           PERFORM VARYING KEY-CHR-IDX FROM 1 BY 1
               UNTIL KEY-CHR-IDX IS GREATER THAN 107
               COMPUTE KEY-ORD =
                   FUNCTION ORD(MASS-AUTH-CHAR(KEY-CHR-IDX))
               COMPUTE KEY-WORK = KEY-WORK * 31 + KEY-ORD
               DIVIDE KEY-WORK BY KEY-MODULUS
                   GIVING KEY-DIV REMAINDER KEY-REM
               MOVE KEY-REM TO KEY-WORK
           END-PERFORM

           MOVE KEY-WORK TO AUTH-KEY.

       PRINT-HEADINGS.
           IF MASS-MODE IS EQUAL TO "COMMIT" THEN
               MOVE "COMMIT RUN" TO HDR-MODE
           ELSE
               MOVE "PREVIEW - NOTHING CHANGED" TO HDR-MODE
           END-IF

           MOVE TODAY-DATE TO HDR-DATE
           WRITE PRINT-LINE FROM HEADER-1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO CRL-TABLE-FIELD
           STRING MAU-TABLE DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               MAU-FIELD DELIMITED BY SPACE
               INTO CRL-TABLE-FIELD
           END-STRING
           WRITE PRINT-LINE FROM CRITERIA-LINE-1

           IF MAU-TYPE IS EQUAL TO "M" THEN
               MOVE "WHOLE VALUE:  " TO CRL-MATCH-TYPE
           ELSE
               MOVE "STARTING:     " TO CRL-MATCH-TYPE
           END-IF

           MOVE MAU-MATCH TO CRL-MATCH
           WRITE PRINT-LINE FROM CRITERIA-LINE-2
           MOVE MAU-REPLACE TO CRL-REPLACE
           WRITE PRINT-LINE FROM CRITERIA-LINE-3

           IF MASS-MODE IS EQUAL TO "COMMIT" THEN
               MOVE SPACES TO PRINT-LINE
               STRING "AUTHORISED BY: " DELIMITED BY SIZE
                   MAU-AUTHBY DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING.

      *    THE CRITERIA AS SQL. TRAILING BLANKS NEVER COUNT - A WHOLE
      *    VALUE MATCHES THE FIELD WITH ITS TRAILING BLANKS TRIMMED; A
      *    PREFIX MATCHES THE FIELD'S LEADING CHARACTERS AND ONLY
      *    THOSE ARE REPLACED, THE REST OF THE VALUE IS KEPT.
       BUILD-CRITERIA.
           MOVE MAU-MATCH TO TEXT-IN
           PERFORM ESCAPE-TEXT
           MOVE TXT-LEN TO MATCH-LEN
           COMPUTE MATCH-START = MATCH-LEN + 1

           MOVE SPACES TO MATCH-LITERAL
           STRING "'" DELIMITED BY SIZE
               ESCAPED-TEXT(1:TXT-ESC-LEN) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO MATCH-LITERAL
           END-STRING

           MOVE MAU-REPLACE TO TEXT-IN
           PERFORM ESCAPE-TEXT
           MOVE SPACES TO REPLACE-LITERAL

           COMPUTE REPLACE-LIT-LEN = TXT-ESC-LEN + 2

           IF TXT-ESC-LEN IS EQUAL TO ZERO THEN
               MOVE "''" TO REPLACE-LITERAL
           ELSE
               STRING "'" DELIMITED BY SIZE
                   ESCAPED-TEXT(1:TXT-ESC-LEN) DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO REPLACE-LITERAL
               END-STRING
           END-IF

           MOVE SPACES TO WHERE-TEXT
           MOVE SPACES TO NEW-VALUE-TEXT

           IF MAU-TYPE IS EQUAL TO "M" THEN
               STRING "RTRIM(IFNULL(" DELIMITED BY SIZE
                   MAU-FIELD DELIMITED BY SPACE
                   ",''))=" DELIMITED BY SIZE
                   MATCH-LITERAL DELIMITED BY SIZE
                   INTO WHERE-TEXT
               END-STRING

               MOVE REPLACE-LITERAL TO NEW-VALUE-TEXT
           ELSE
               STRING "SUBSTR(IFNULL(" DELIMITED BY SIZE
                   MAU-FIELD DELIMITED BY SPACE
                   ",''),1," DELIMITED BY SIZE
                   MATCH-LEN DELIMITED BY SIZE
                   ")=" DELIMITED BY SIZE
                   MATCH-LITERAL DELIMITED BY SIZE
                   INTO WHERE-TEXT
               END-STRING

               STRING REPLACE-LITERAL(1:REPLACE-LIT-LEN)
                   DELIMITED BY SIZE
                   "||SUBSTR(RTRIM(IFNULL(" DELIMITED BY SIZE
                   MAU-FIELD DELIMITED BY SPACE
                   ",''))," DELIMITED BY SIZE
                   MATCH-START DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO NEW-VALUE-TEXT
               END-STRING
           END-IF.

      *    EVERY ROW THE CRITERIA PICK, WITH ITS BEFORE AND AFTER
      *    VALUES, INTO A WORK TABLE - THE LISTING, THE UPDATE AND THE
      *    LOG LINES ALL COME OFF THE SAME SET OF ROWS
       SELECT-ROWS.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "CREATE TEMP TABLE MASSROWS AS SELECT ROWID AS RID,"
               DELIMITED BY SIZE
               "ID,RTRIM(IFNULL(" DELIMITED BY SIZE
               MAU-FIELD DELIMITED BY SPACE
               ",'')) AS OLDV," DELIMITED BY SIZE
               NEW-VALUE-TEXT DELIMITED BY SIZE
               " AS NEWV FROM " DELIMITED BY SIZE
               MAU-TABLE DELIMITED BY SPACE
               " WHERE " DELIMITED BY SIZE
               WHERE-TEXT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               WRITE PRINT-LINE FROM FAILED-LINE
               MOVE "Y" TO QUERY-FAILED
           END-IF.

       SELECT-ROWS-EXIT.
           EXIT.

      *    THE PREVIEW LISTING - EVERY ROW, BEFORE AND AFTER. A NEW
      *    VALUE TOO LONG FOR THE FIELD, OR A NAME OR STREET THAT
      *    WOULD BE LEFT BLANK, IS AN EXCEPTION AND STOPS A COMMIT.
       LIST-ROWS.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT ID,OLDV,NEWV,LENGTH(RTRIM(NEWV)) FROM "
               DELIMITED BY SIZE
               "MASSROWS ORDER BY ID,RID;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "LIST-ROWS" TO SQLERR-WHERE
           PERFORM PREPARE-SCAN

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               GO TO LIST-ROWS-EXIT
           END-IF

           PERFORM LIST-ONE-ROW UNTIL STEP-CODE IS NOT EQUAL
               TO SQLITE-ROW

           CALL STATIC "sqlite3_finalize" USING BY VALUE SCAN-STMT
           END-CALL

           IF LIST-COUNT IS EQUAL TO ZERO THEN
               MOVE "    NO ROWS MATCH THE CRITERIA" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       LIST-ROWS-EXIT.
           EXIT.

       LIST-ONE-ROW.
           PERFORM TAKE-MASS-ROW

           MOVE SPACES TO ROW-NOTE

           IF ROW-AFTER-LEN IS GREATER THAN FIELD-WIDTH THEN
               MOVE "TOO LONG" TO ROW-NOTE
           END-IF

           IF ROW-AFTER IS EQUAL TO SPACES AND
               FIELD-NEEDED IS EQUAL TO "Y" THEN
               MOVE "BLANK" TO ROW-NOTE
           END-IF

           IF ROW-NOTE IS NOT EQUAL TO SPACES THEN
               ADD 1 TO EXCEPTION-COUNT
           END-IF

           MOVE ROW-ID TO DTL-ID
           MOVE ROW-BEFORE TO DTL-BEFORE
           MOVE ROW-AFTER TO DTL-AFTER
           MOVE ROW-NOTE TO DTL-NOTE
           WRITE PRINT-LINE FROM DETAIL-LINE

           ADD 1 TO LIST-COUNT
           ADD ROW-ID TO LIST-IDTOTAL

           CALL STATIC "sqlite3_step" USING
               BY VALUE SCAN-STMT
               RETURNING STEP-CODE
           END-CALL.

      *    ID, BEFORE, AFTER AND THE AFTER LENGTH OF THE CURRENT ROW
       TAKE-MASS-ROW.
           CALL STATIC "sqlite3_column_int" USING
               BY VALUE SCAN-STMT
               BY VALUE 0
               RETURNING COL-INT-RAW
           END-CALL

           MOVE COL-INT-RAW TO ROW-ID

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 1
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO ROW-BEFORE

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 2
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO ROW-AFTER

           CALL STATIC "sqlite3_column_int" USING
               BY VALUE SCAN-STMT
               BY VALUE 3
               RETURNING COL-INT-RAW
           END-CALL

           MOVE COL-INT-RAW TO ROW-AFTER-LEN.

      *    THE INDEPENDENT TOTAL - THE CRITERIA COUNTED AND ID-TOTALLED
      *    AGAIN STRAIGHT OFF THE TABLE, NOT OFF THE WORK TABLE
       COUNT-SELECTION.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT COUNT(*),IFNULL(SUM(ID),0) FROM "
               DELIMITED BY SIZE
               MAU-TABLE DELIMITED BY SPACE
               " WHERE " DELIMITED BY SIZE
               WHERE-TEXT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "COUNT-SELECTION" TO SQLERR-WHERE
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

               MOVE COL-INT-RAW TO SELECT-COUNT

               CALL STATIC "sqlite3_column_int64" USING
                   BY VALUE SCAN-STMT
                   BY VALUE 1
                   RETURNING COL-BIG-RAW
               END-CALL

               MOVE COL-BIG-RAW TO SELECT-IDTOTAL
           END-IF

           CALL STATIC "sqlite3_finalize" USING BY VALUE SCAN-STMT
           END-CALL.

       CHECK-CONTROL-TOTALS.
           MOVE "N" TO TOTALS-AGREE

           IF QUERY-FAILED IS EQUAL TO "N" AND
               SELECT-COUNT IS EQUAL TO LIST-COUNT AND
               SELECT-IDTOTAL IS EQUAL TO LIST-IDTOTAL THEN
               MOVE "Y" TO TOTALS-AGREE
           END-IF.

      *    THE COMMIT - ONLY WHEN THE RUN'S OWN TOTALS AGREE, THERE IS
      *    NO EXCEPTION AND THE ROWS ARE THE ONES THE SUPERVISOR SIGNED
      *    OFF. ONE UPDATE CHANGES THEM ALL; ITS AUDIT AND JOURNAL
      *    LINES ARE STAGED IN THE SAME TRANSACTION AND THE ROW COUNTS
      *    OF ALL THREE MUST AGREE BEFORE ANYTHING IS COMMITTED.
       APPLY-MASS-CHANGE.
           IF TOTALS-AGREE IS EQUAL TO "N" THEN
               MOVE "    NOT COMMITTED - CONTROL TOTALS DO NOT AGREE"
                   TO PRINT-LINE
               WRITE PRINT-LINE
               GO TO APPLY-MASS-CHANGE-EXIT
           END-IF

           IF EXCEPTION-COUNT IS GREATER THAN ZERO THEN
               MOVE "    NOT COMMITTED - EXCEPTIONS LISTED ABOVE"
                   TO PRINT-LINE
               WRITE PRINT-LINE
               GO TO APPLY-MASS-CHANGE-EXIT
           END-IF

           IF LIST-COUNT IS NOT EQUAL TO MAU-ROWS OR
               LIST-IDTOTAL IS NOT EQUAL TO MAU-IDTOTAL THEN
               MOVE "    NOT COMMITTED - NOT THE ROWS SIGNED OFF"
                   TO PRINT-LINE
               WRITE PRINT-LINE
               GO TO APPLY-MASS-CHANGE-EXIT
           END-IF

           IF LIST-COUNT IS EQUAL TO ZERO THEN
               MOVE "    NOT COMMITTED - NOTHING TO CHANGE"
                   TO PRINT-LINE
               WRITE PRINT-LINE
               GO TO APPLY-MASS-CHANGE-EXIT
           END-IF

           PERFORM USE-UP-SIGN-OFF THRU USE-UP-SIGN-OFF-EXIT

           IF AUTH-OK IS NOT EQUAL TO "Y" THEN
               GO TO APPLY-MASS-CHANGE-EXIT
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "UPDATE " DELIMITED BY SIZE
               MAU-TABLE DELIMITED BY SPACE
               " SET " DELIMITED BY SIZE
               MAU-FIELD DELIMITED BY SPACE
               "=(SELECT NEWV FROM MASSROWS M WHERE M.RID="
               DELIMITED BY SIZE
               MAU-TABLE DELIMITED BY SPACE
               ".ROWID) WHERE ROWID IN (SELECT RID FROM MASSROWS);"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               WRITE PRINT-LINE FROM FAILED-LINE
               MOVE "Y" TO QUERY-FAILED
               GO TO APPLY-MASS-CHANGE-EXIT
           END-IF

           CALL STATIC "sqlite3_changes" USING
               BY VALUE SQLITE
               RETURNING COL-INT-RAW
           END-CALL

           MOVE COL-INT-RAW TO CHANGED-COUNT

           PERFORM STAGE-CHANGE-LOGS THRU STAGE-CHANGE-LOGS-EXIT

           IF QUERY-FAILED IS EQUAL TO "Y" OR
               STAGE-FAILED IS EQUAL TO "Y" THEN
               MOVE "    NOT COMMITTED - LOG LINES COULD NOT BE STAGED"
                   TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE "Y" TO QUERY-FAILED
               GO TO APPLY-MASS-CHANGE-EXIT
           END-IF

           IF CHANGED-COUNT IS NOT EQUAL TO LIST-COUNT OR
               AUDIT-COUNT IS NOT EQUAL TO LIST-COUNT OR
               (MAU-TABLE IS EQUAL TO "PEOPLE" AND
                JOURNAL-COUNT IS NOT EQUAL TO LIST-COUNT) THEN
               MOVE "N" TO TOTALS-AGREE
               MOVE "    NOT COMMITTED - CHANGED AND LOGGED DISAGREE"
                   TO PRINT-LINE
               WRITE PRINT-LINE
               GO TO APPLY-MASS-CHANGE-EXIT
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "COMMIT;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               WRITE PRINT-LINE FROM FAILED-LINE
               MOVE "Y" TO QUERY-FAILED
               GO TO APPLY-MASS-CHANGE-EXIT
           END-IF

           MOVE "N" TO TXN-OPEN
           MOVE "Y" TO COMMITTED.

       APPLY-MASS-CHANGE-EXIT.
           EXIT.

      *    THE SIGN-OFF THE SUPERVISOR MENU RECORDED FOR THESE CARDS
      *    IS USED UP INSIDE THE COMMIT'S OWN TRANSACTION - A KEY
      *    WITH NO MASSAUTH ROW BEHIND IT, OR ONE ALREADY USED, CHANGES
      *    NOTHING. THE USE GOES ON THE AUDIT LOG WITH THE CHANGE.
       USE-UP-SIGN-OFF.
           MOVE "N" TO AUTH-OK

           ACCEPT AUD-DATE-WS FROM DATE YYYYMMDD
           ACCEPT AUD-TIME-WS FROM TIME

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "UPDATE MASSAUTH SET USED='" DELIMITED BY SIZE
               AUD-DATE-WS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUD-TIME-WS DELIMITED BY SIZE
               "' WHERE ROWID=(SELECT ROWID FROM MASSAUTH WHERE "
               DELIMITED BY SIZE
               "AUTHKEY=" DELIMITED BY SIZE
               CARD-AUTHKEY DELIMITED BY SIZE
               " AND AUTHBY='" DELIMITED BY SIZE
               MAU-AUTHBY DELIMITED BY SPACE
               "' AND TBL='" DELIMITED BY SIZE
               MAU-TABLE DELIMITED BY SPACE
               "' AND FIELD='" DELIMITED BY SIZE
               MAU-FIELD DELIMITED BY SPACE
               "' AND TYPE='" DELIMITED BY SIZE
               MAU-TYPE DELIMITED BY SIZE
               "' AND MATCHV=" DELIMITED BY SIZE
               MATCH-LITERAL DELIMITED BY SIZE
               " AND REPLACEV=" DELIMITED BY SIZE
               REPLACE-LITERAL(1:REPLACE-LIT-LEN) DELIMITED BY SIZE
               " AND ROWS=" DELIMITED BY SIZE
               MAU-ROWS DELIMITED BY SIZE
               " AND IDTOTAL=" DELIMITED BY SIZE
               MAU-IDTOTAL DELIMITED BY SIZE
               " AND USED='' LIMIT 1);" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               WRITE PRINT-LINE FROM FAILED-LINE
               MOVE "Y" TO QUERY-FAILED
               GO TO USE-UP-SIGN-OFF-EXIT
           END-IF

           CALL STATIC "sqlite3_changes" USING
               BY VALUE SQLITE
               RETURNING COL-INT-RAW
           END-CALL

           IF COL-INT-RAW IS NOT EQUAL TO 1 THEN
               MOVE "    NOT COMMITTED - NO UNUSED SIGN-OFF ON FILE"
                   TO PRINT-LINE
               WRITE PRINT-LINE
               DISPLAY "COMMIT REFUSED - NO UNUSED SIGN-OFF ON FILE"
               MOVE "WARN" TO ALERT-SEVERITY-WS
               MOVE "MASSCHG AUTHKEY" TO ALERT-KEY-WS
               MOVE "COMMIT REFUSED - NO UNUSED SIGN-OFF ON FILE"
                   TO ALERT-TEXT-WS
               PERFORM POST-ALERT
               GO TO USE-UP-SIGN-OFF-EXIT
           END-IF

           MOVE "MCUSED" TO AUDIT-ACTION
           MOVE ZERO TO ROW-ID
           MOVE SPACES TO ROW-AFTER

           STRING "KEY " DELIMITED BY SIZE
               CARD-AUTHKEY DELIMITED BY SIZE
               " USED" DELIMITED BY SIZE
               INTO ROW-AFTER
           END-STRING

           PERFORM WRITE-AUDIT-LOG

           IF STAGE-FAILED IS EQUAL TO "Y" THEN
               MOVE "    NOT COMMITTED - LOG LINES COULD NOT BE STAGED"
                   TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE "Y" TO QUERY-FAILED
               GO TO USE-UP-SIGN-OFF-EXIT
           END-IF

           MOVE "Y" TO AUTH-OK.

       USE-UP-SIGN-OFF-EXIT.
           EXIT.

      *    ONE AUDIT LINE PER CHANGED ROW, UNDER THE SUPERVISOR WHO
      *    SIGNED THE CHANGE OFF - UPDATE FOR A NAME, UPDADR FOR AN
      *    ADDRESS FIELD, AS THE ONLINE CHANGES WRITE THEM. A NAME
      *    CHANGE IS ALSO JOURNALED WITH ITS BEFORE AND AFTER IMAGES;
      *    ADDRESSES ARE NOT JOURNALED ANYWHERE.
       STAGE-CHANGE-LOGS.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT ID,OLDV,NEWV,LENGTH(RTRIM(NEWV)) FROM "
               DELIMITED BY SIZE
               "MASSROWS ORDER BY ID,RID;" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "STAGE-CHANGE-LOGS" TO SQLERR-WHERE
           PERFORM PREPARE-SCAN

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               GO TO STAGE-CHANGE-LOGS-EXIT
           END-IF

           PERFORM STAGE-ONE-ROW UNTIL STEP-CODE IS NOT EQUAL
               TO SQLITE-ROW OR STAGE-FAILED IS EQUAL TO "Y"

           CALL STATIC "sqlite3_finalize" USING BY VALUE SCAN-STMT
           END-CALL.

       STAGE-CHANGE-LOGS-EXIT.
           EXIT.

       STAGE-ONE-ROW.
           PERFORM TAKE-MASS-ROW

           IF MAU-TABLE IS EQUAL TO "PEOPLE" THEN
               MOVE "UPDATE" TO AUDIT-ACTION
           ELSE
               MOVE "UPDADR" TO AUDIT-ACTION
           END-IF

           PERFORM WRITE-AUDIT-LOG

           IF STAGE-FAILED IS EQUAL TO "N" THEN
               ADD 1 TO AUDIT-COUNT
           END-IF

           IF MAU-TABLE IS EQUAL TO "PEOPLE" AND
               STAGE-FAILED IS EQUAL TO "N" THEN
               PERFORM WRITE-JOURNAL

               IF STAGE-FAILED IS EQUAL TO "N" THEN
                   ADD 1 TO JOURNAL-COUNT
               END-IF
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE SCAN-STMT
               RETURNING STEP-CODE
           END-CALL.

       ROLLBACK-RUN.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "ROLLBACK;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING

           PERFORM RUN-STATEMENT

           MOVE "N" TO TXN-OPEN
           MOVE ZERO TO CHANGED-COUNT
           MOVE ZERO TO AUDIT-COUNT
           MOVE ZERO TO JOURNAL-COUNT

           IF MASS-MODE IS EQUAL TO "COMMIT" THEN
               MOVE "    ROLLED BACK - NOTHING CHANGED" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "ROWS SELECTED BY CRITERIA" TO TTL-LABEL
           MOVE SELECT-COUNT TO TTL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "ROWS LISTED" TO TTL-LABEL
           MOVE LIST-COUNT TO TTL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "ID TOTAL SELECTED" TO TTL-LABEL
           MOVE SELECT-IDTOTAL TO TTL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "ID TOTAL LISTED" TO TTL-LABEL
           MOVE LIST-IDTOTAL TO TTL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "EXCEPTIONS" TO TTL-LABEL
           MOVE EXCEPTION-COUNT TO TTL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE

           IF MASS-MODE IS EQUAL TO "COMMIT" THEN
               MOVE "ROWS SIGNED OFF" TO TTL-LABEL
               MOVE MAU-ROWS TO TTL-VALUE
               WRITE PRINT-LINE FROM TOTAL-LINE
               MOVE "ID TOTAL SIGNED OFF" TO TTL-LABEL
               MOVE MAU-IDTOTAL TO TTL-VALUE
               WRITE PRINT-LINE FROM TOTAL-LINE
               MOVE "ROWS CHANGED" TO TTL-LABEL
               MOVE CHANGED-COUNT TO TTL-VALUE
               WRITE PRINT-LINE FROM TOTAL-LINE
               MOVE "AUDIT LINES WRITTEN" TO TTL-LABEL
               MOVE AUDIT-COUNT TO TTL-VALUE
               WRITE PRINT-LINE FROM TOTAL-LINE
               MOVE "JOURNAL LINES WRITTEN" TO TTL-LABEL
               MOVE JOURNAL-COUNT TO TTL-VALUE
               WRITE PRINT-LINE FROM TOTAL-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           IF TOTALS-AGREE IS EQUAL TO "Y" THEN
               MOVE "CONTROL TOTALS AGREE" TO PRINT-LINE
           ELSE
               MOVE "*** CONTROL TOTALS DO NOT AGREE ***" TO PRINT-LINE
           END-IF

           WRITE PRINT-LINE

           IF MASS-MODE IS EQUAL TO "COMMIT" THEN
               IF COMMITTED IS EQUAL TO "Y" THEN
                   MOVE "CHANGES COMMITTED" TO PRINT-LINE
               ELSE
                   MOVE "*** NOTHING CHANGED ***" TO PRINT-LINE
               END-IF

               WRITE PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "PREVIEW ONLY - NOTHING CHANGED" TO PRINT-LINE
           WRITE PRINT-LINE

           IF TOTALS-AGREE IS EQUAL TO "Y" AND
               EXCEPTION-COUNT IS EQUAL TO ZERO AND
               LIST-COUNT IS GREATER THAN ZERO THEN
               MOVE LIST-COUNT TO NSL-EXPECT
               MOVE LIST-IDTOTAL TO NSL-IDTOTAL
               WRITE PRINT-LINE FROM NEXT-STEP-LINE
               MOVE "AND AUTHBY/AUTHKEY FROM SUPERVISOR MENU 22"
                   TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *    A QUOTED VALUE FOR THE SQL - TXT-LEN IS THE VALUE'S LENGTH
      *    WITHOUT TRAILING BLANKS, TXT-ESC-LEN THE SAME FOR THE
      *    ESCAPED FORM
       ESCAPE-TEXT.
           MOVE SPACES TO ESCAPED-TEXT
           MOVE 1 TO TXT-ESC-IDX
           MOVE ZERO TO TXT-LEN
           MOVE ZERO TO TXT-ESC-LEN

           PERFORM VARYING TXT-IDX FROM 1 BY 1 UNTIL TXT-IDX > 30
               MOVE TEXT-IN-CHAR(TXT-IDX)
                   TO ESCAPED-TEXT-CHAR(TXT-ESC-IDX)
               ADD 1 TO TXT-ESC-IDX

               IF TEXT-IN-CHAR(TXT-IDX) IS EQUAL TO "'" THEN
                   MOVE "'" TO ESCAPED-TEXT-CHAR(TXT-ESC-IDX)
                   ADD 1 TO TXT-ESC-IDX
               END-IF

               IF TEXT-IN-CHAR(TXT-IDX) IS NOT EQUAL TO SPACE THEN
                   MOVE TXT-IDX TO TXT-LEN
                   COMPUTE TXT-ESC-LEN = TXT-ESC-IDX - 1
               END-IF
           END-PERFORM.

       WRITE-AUDIT-LOG.
           ACCEPT AUD-DATE-WS FROM DATE YYYYMMDD
           ACCEPT AUD-TIME-WS FROM TIME

           MOVE SPACES TO AUDIT-RECORD
           MOVE AUD-DATE-WS TO AUD-DATE
           MOVE AUD-TIME-WS TO AUD-TIME
           MOVE AUDIT-ACTION TO AUD-ACTION
           MOVE ROW-ID TO AUD-ID
           MOVE ROW-AFTER TO AUD-NAME
           MOVE MAU-AUTHBY TO AUD-OPERATOR

           MOVE "A" TO STAGE-LOG
           MOVE AUDIT-RECORD(1:71) TO STAGE-LINE
           PERFORM STAGE-LOG-LINE.

       WRITE-JOURNAL.
           ACCEPT AUD-DATE-WS FROM DATE YYYYMMDD
           ACCEPT AUD-TIME-WS FROM TIME

           MOVE SPACES TO JOURNAL-RECORD
           MOVE AUD-DATE-WS TO JRN-DATE
           MOVE AUD-TIME-WS TO JRN-TIME
           MOVE AUDIT-ACTION TO JRN-ACTION
           MOVE ROW-ID TO JRN-ID
           MOVE ROW-BEFORE TO JRN-BEFORE
           MOVE ROW-AFTER TO JRN-AFTER
           MOVE MAU-AUTHBY TO JRN-OPERATOR

           MOVE "J" TO STAGE-LOG
           MOVE JOURNAL-RECORD(1:102) TO STAGE-LINE
           PERFORM STAGE-LOG-LINE.

      *    ONE AUDIT (A) OR JOURNAL (J) LINE, BUILT IN STAGE-LINE,
      *    ONTO LOGSTAGE INSIDE THE OPEN TRANSACTION. A LINE THAT
      *    CANNOT BE STAGED STOPS THE COMMIT RATHER THAN LET THE
      *    CHANGE LAND WITHOUT IT.
       STAGE-LOG-LINE.
           MOVE SPACES TO STAGE-ESCAPED
           MOVE 1 TO STAGE-ESC-IDX

           PERFORM VARYING STAGE-IDX FROM 1 BY 1
               UNTIL STAGE-IDX > 102
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
               "'COBOL-SQLITE-MASSCHG','" DELIMITED BY SIZE
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
               DISPLAY "LOG STAGING ERROR AT ID " ROW-ID
               MOVE "Y" TO STAGE-FAILED
           END-IF.

      *    PUT OUT THIS PROGRAM'S STAGED LINES OLDEST FIRST, EACH
      *    DELETED AS SOON AS IT IS ON ITS LOG, SO AT MOST ONE LINE
      *    CAN BE ON THE LOG AND STILL STAGED AFTER A FAILURE. WITH
      *    STAGE-CHECK ON (AT START-UP) THE FIRST LINE FOUND IS
      *    LOOKED FOR ON ITS LOG BEFORE IT IS APPENDED AGAIN.
       FLUSH-STAGED-LOGS.
           PERFORM LOCK-CHAIN

           IF CHAIN-LOCK-DEPTH IS EQUAL TO ZERO THEN
               DISPLAY "STAGED LOG LINES KEPT FOR THE NEXT RUN"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO STAGE-EMPTY

           PERFORM FLUSH-ONE-STAGED-LINE
               THRU FLUSH-ONE-STAGED-LINE-EXIT
               UNTIL STAGE-EMPTY IS EQUAL TO "Y"

           PERFORM UNLOCK-CHAIN.

       FLUSH-ONE-STAGED-LINE.
           MOVE "Y" TO STAGE-EMPTY
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT SEQ,LOG,LINE FROM LOGSTAGE WHERE "
               DELIMITED BY SIZE
               "PROGRAM='COBOL-SQLITE-MASSCHG' ORDER BY SEQ LIMIT 1;"
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
               MOVE CKPT-COL-TEXT(1:102) TO STAGE-LINE
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
               END-EVALUATE
           END-IF

      *    A LINE THAT DID NOT REACH ITS LOG STAYS STAGED FOR THE
      *    NEXT RUN
           IF STAGE-ON-LOG IS EQUAL TO "N" THEN
               DISPLAY "STAGED LOG LINES KEPT FOR THE NEXT RUN"
               GO TO FLUSH-ONE-STAGED-LINE-EXIT
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
           MOVE "Y" TO STAGE-ON-LOG
           PERFORM UNLOCK-CHAIN.

       APPEND-JOURNAL-LINE.
           PERFORM LOCK-CHAIN

           IF CHAIN-LOCK-DEPTH IS EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-JOURNAL-CHAIN
           PERFORM LINK-JOURNAL-RECORD

           OPEN EXTEND JOURNAL-FILE

           IF JOURNAL-FILE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT JOURNAL-FILE
           END-IF

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
           MOVE "Y" TO STAGE-ON-LOG
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
           MOVE "COBOL-SQLITE-MASSCHG" TO SQE-PROGRAM
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
           MOVE "COBOL-SQLITE-MASSCHG" TO ALR-PROGRAM
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
           MOVE "COBOL-SQLITE-MASSCHG" TO RS-PROGRAM
           MOVE RS-START-DATE-WS TO RS-START-DATE
           MOVE RS-START-TIME-WS TO RS-START-TIME
           MOVE RS-END-DATE-WS TO RS-END-DATE
           MOVE RS-END-TIME-WS TO RS-END-TIME
           MOVE SELECT-COUNT TO RS-READ
           MOVE CHANGED-COUNT TO RS-WRITTEN
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

       END PROGRAM COBOL-SQLITE-MASSCHG.
