       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-SQLITE-VERIFY.
       AUTHOR.     NIK MAFFI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDLIST-FILE ASSIGN TO "./data/verify.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDLIST-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN USING LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "./data/journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT CHAIN-FILE ASSIGN USING CHAIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "chain_verify.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDLIST-FILE.
       01  AUDLIST-RECORD      PIC X(40).
      *    THE LIVE AUDIT LOG OR ONE OF ITS MONTHLY ARCHIVES. ONLY THE
      *    CHAIN FIELDS MATTER HERE - THE LINE TEXT AHEAD OF THEM IS
      *    HASHED AS IT STANDS
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           02 AUD-TEXT     PIC X(71).
           02 FILLER       PIC X.
           02 AUD-SEQ      PIC X(8).
           02 FILLER       PIC X.
           02 AUD-HASH     PIC X(10).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           02 JRN-TEXT     PIC X(102).
           02 FILLER       PIC X.
           02 JRN-SEQ      PIC X(8).
           02 FILLER       PIC X.
           02 JRN-HASH     PIC X(10).
       FD  CHAIN-FILE.
       01  CHAIN-RECORD.
           02 CHN-SEQ      PIC 9(8).
           02 FILLER       PIC X.
           02 CHN-HASH     PIC 9(10).
       FD  PRINT-FILE.
       01  PRINT-LINE          PIC X(100).
       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           COPY RUNSTATS.
       WORKING-STORAGE SECTION.
       77 AUDIT-FILE-STATUS PIC X(02).
       77 JOURNAL-FILE-STATUS PIC X(02).
       77 PRINT-FILE-STATUS PIC X(02).
       77 RUN-DATE         PIC 9(8).
      *    THE MONTHLY AUDIT ARCHIVES ARE WHATEVER audit_YYYYMM.log
      *    FILES ARE ON DISK - ls LISTS THEM OLDEST FIRST
       77 AUDLIST-FILE-STATUS PIC X(02).
       77 AUDLIST-COMMAND  PIC X(60) VALUE IS
           "ls ./data/audit_*.log > ./data/verify.lst 2>/dev/null".
       77 AUDLIST-NAME     PIC X(20) VALUE IS "./data/verify.lst".
      *    ONE LOG AT A TIME - RESET BY START-LOG. THE AUDIT LOG IS
      *    ONE CHAIN RUNNING THROUGH ITS ARCHIVES INTO audit.log, SO
      *    LOG-NAME IS THE FILE OF IT BEING READ AND LOG-LINE-NO THE
      *    LINE WITHIN THAT FILE
       77 LOG-NAME-WS      PIC X(20).
       77 LOG-NAME         PIC X(40).
       77 LINK-FROM-NAME   PIC X(40).
       77 FIRST-IN-FILE    PIC X     VALUE IS "N".
       77 FILES-READ       PIC 9(4)  VALUE IS ZERO.
       77 FILE-CHAINED-FROM PIC 9(8) VALUE IS ZERO.
       77 LOG-TOTAL-LINES  PIC 9(8)  VALUE IS ZERO.
       77 CHAIN-STARTED    PIC X     VALUE IS "N".
       77 LOG-BROKEN       PIC X     VALUE IS "N".
       77 LOG-LINE-NO      PIC 9(8)  VALUE IS ZERO.
       77 UNCHAINED-COUNT  PIC 9(8)  VALUE IS ZERO.
       77 CHAINED-COUNT    PIC 9(8)  VALUE IS ZERO.
       77 FIRST-SEQ        PIC 9(8)  VALUE IS ZERO.
       77 LAST-SEQ         PIC 9(8)  VALUE IS ZERO.
       77 LAST-HASH        PIC 9(10) VALUE IS ZERO.
       77 EXPECT-SEQ       PIC 9(8)  VALUE IS ZERO.
       77 LINE-SEQ-WS      PIC X(8).
       77 LINE-SEQ-NUM REDEFINES LINE-SEQ-WS PIC 9(8).
       77 LINE-HASH-WS     PIC X(10).
       77 LINE-HASH-NUM REDEFINES LINE-HASH-WS PIC 9(10).
       77 BREAK-REASON     PIC X(60).
       77 BROKEN-LOGS      PIC 9(6)  VALUE IS ZERO.
       77 TOTAL-READ       PIC 9(6)  VALUE IS ZERO.
       77 TOTAL-VERIFIED   PIC 9(6)  VALUE IS ZERO.
       01 HEADER-1.
           02 FILLER       PIC X(38)
               VALUE IS "AUDIT AND JOURNAL CHAIN VERIFICATION".
           02 FILLER       PIC X(8)  VALUE IS "  DATE: ".
           02 HDR-DATE     PIC 9(8).
       01 LOG-HEADING.
           02 FILLER       PIC X(5)  VALUE IS "LOG: ".
           02 LHD-NAME     PIC X(20).
       01 COUNT-LINE.
           02 CNT-LABEL    PIC X(40).
           02 CNT-VALUE    PIC Z(7)9.
       01 BREAK-LINE-1.
           02 FILLER       PIC X(23)
               VALUE IS "RESULT: BROKEN AT LINE ".
           02 BRK-LINE     PIC Z(7)9.
           02 FILLER       PIC X(11) VALUE IS " SEQUENCE ".
           02 BRK-SEQ      PIC X(8).
       01 FILE-LINE.
           02 FILLER       PIC X(6)  VALUE IS "FILE: ".
           02 FLN-NAME     PIC X(40).
           02 FILLER       PIC X(7)  VALUE IS " LINES ".
           02 FLN-LINES    PIC Z(7)9.
           02 FILLER       PIC X(9)  VALUE IS " CHAINED ".
           02 FLN-CHAINED  PIC Z(7)9.
       01 BREAK-LINE-2.
           02 FILLER       PIC X(8)  VALUE IS SPACES.
           02 BRK-REASON   PIC X(60).
       01 NUMBER-EDIT-1    PIC Z(7)9.
       01 NUMBER-EDIT-2    PIC Z(7)9.
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

           OPEN OUTPUT PRINT-FILE

           IF PRINT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON PRINT-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE RUN-DATE TO HDR-DATE
           WRITE PRINT-LINE FROM HEADER-1

      *    COBOL-SQLITE-AUDARCH ROLLS audit.log INTO THE MONTHLY
      *    ARCHIVES, SO ITS CHAIN RUNS THROUGH EVERY ARCHIVE OLDEST
      *    FIRST AND THEN audit.log, EACH FILE TAKING UP FROM THE LAST
      *    LINE OF THE ONE BEFORE. NOTHING EVER DELETES AN ARCHIVE,
      *    SO THE FIRST CHAINED LINE ON DISK MUST BE SEQUENCE ONE -
      *    ONLY UNCHAINED LINES WRITTEN BEFORE CHAINING BEGAN MAY COME
      *    AHEAD OF IT. THE JOURNAL IS NEVER ROLLED AT ALL.
           MOVE "./data/audit.log" TO LOG-NAME-WS
           PERFORM START-LOG

           CALL "SYSTEM" USING AUDLIST-COMMAND
           END-CALL
           MOVE ZERO TO RETURN-CODE

           OPEN INPUT AUDLIST-FILE

           IF AUDLIST-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM CHECK-LISTED-LOG THRU CHECK-LISTED-LOG-EXIT
                   UNTIL AUDLIST-FILE-STATUS IS EQUAL TO "10"
                   OR LOG-BROKEN IS EQUAL TO "Y"
               CLOSE AUDLIST-FILE
               CALL "CBL_DELETE_FILE" USING AUDLIST-NAME
               END-CALL
               MOVE ZERO TO RETURN-CODE
           END-IF

           IF LOG-BROKEN IS EQUAL TO "N" THEN
               MOVE "./data/audit.log" TO LOG-NAME
               PERFORM CHECK-AUDIT-LOG THRU CHECK-AUDIT-LOG-EXIT
           END-IF

           IF FILES-READ IS EQUAL TO ZERO THEN
               MOVE SPACES TO PRINT-LINE
               MOVE "NO AUDIT LOG ON FILE" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE "./data/audit.chn" TO CHAIN-FILE-NAME
           PERFORM END-LOG

           MOVE "./data/journal.log" TO LOG-NAME-WS
           MOVE "./data/journal.log" TO LOG-NAME
           PERFORM START-LOG

           OPEN INPUT JOURNAL-FILE

           IF JOURNAL-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM CHECK-JOURNAL-LINE THRU CHECK-JOURNAL-LINE-EXIT
                   UNTIL JOURNAL-FILE-STATUS IS EQUAL TO "10"
                   OR LOG-BROKEN IS EQUAL TO "Y"
               CLOSE JOURNAL-FILE
           ELSE
               MOVE SPACES TO PRINT-LINE
               MOVE "NO JOURNAL ON FILE" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE "./data/journal.chn" TO CHAIN-FILE-NAME
           PERFORM END-LOG

           CLOSE PRINT-FILE

           DISPLAY TOTAL-VERIFIED " LINES VERIFIED, "
               BROKEN-LOGS " BROKEN CHAINS"

           IF BROKEN-LOGS IS GREATER THAN ZERO THEN
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-RUN-STATS
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       START-LOG.
           MOVE "N" TO CHAIN-STARTED
           MOVE "N" TO LOG-BROKEN
           MOVE ZERO TO LOG-LINE-NO
           MOVE ZERO TO LOG-TOTAL-LINES
           MOVE SPACES TO LINK-FROM-NAME
           MOVE "N" TO FIRST-IN-FILE
           MOVE ZERO TO UNCHAINED-COUNT
           MOVE ZERO TO CHAINED-COUNT
           MOVE ZERO TO FIRST-SEQ
           MOVE ZERO TO LAST-SEQ
           MOVE ZERO TO LAST-HASH
           MOVE ZERO TO CHAIN-SEQ
           MOVE ZERO TO CHAIN-PREV-HASH

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE LOG-NAME-WS TO LHD-NAME
           WRITE PRINT-LINE FROM LOG-HEADING.

       CHECK-LISTED-LOG.
           READ AUDLIST-FILE
               AT END
                   MOVE "10" TO AUDLIST-FILE-STATUS
                   GO TO CHECK-LISTED-LOG-EXIT
           END-READ

           IF AUDLIST-RECORD IS EQUAL TO SPACES THEN
               GO TO CHECK-LISTED-LOG-EXIT
           END-IF

           MOVE AUDLIST-RECORD TO LOG-NAME
           PERFORM CHECK-AUDIT-LOG THRU CHECK-AUDIT-LOG-EXIT.

       CHECK-LISTED-LOG-EXIT.
           EXIT.

      *    ONE FILE OF THE AUDIT CHAIN. ITS FIRST LINE MUST FOLLOW ON
      *    FROM THE LAST CHAINED LINE OF THE FILE BEFORE IT, SO A
      *    WHOLE ARCHIVE OR THE HEAD OF A FILE GONE SHOWS AS A GAP
       CHECK-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE

           IF AUDIT-FILE-STATUS IS EQUAL TO "35" THEN
               GO TO CHECK-AUDIT-LOG-EXIT
           END-IF

           IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON " LOG-NAME
               MOVE ZERO TO LOG-LINE-NO
               MOVE SPACES TO LINE-SEQ-WS
               MOVE "LOG FILE CANNOT BE READ" TO BREAK-REASON
               PERFORM REPORT-BREAK
               GO TO CHECK-AUDIT-LOG-EXIT
           END-IF

           ADD 1 TO FILES-READ
           MOVE ZERO TO LOG-LINE-NO
           MOVE CHAINED-COUNT TO FILE-CHAINED-FROM
           MOVE "Y" TO FIRST-IN-FILE

           PERFORM CHECK-AUDIT-LINE THRU CHECK-AUDIT-LINE-EXIT
               UNTIL AUDIT-FILE-STATUS IS EQUAL TO "10"
               OR LOG-BROKEN IS EQUAL TO "Y"

           CLOSE AUDIT-FILE

           MOVE LOG-NAME TO FLN-NAME
           MOVE LOG-LINE-NO TO FLN-LINES
           COMPUTE FLN-CHAINED = CHAINED-COUNT - FILE-CHAINED-FROM
           WRITE PRINT-LINE FROM FILE-LINE

           IF CHAINED-COUNT IS GREATER THAN FILE-CHAINED-FROM THEN
               MOVE LOG-NAME TO LINK-FROM-NAME
           END-IF.

       CHECK-AUDIT-LOG-EXIT.
           EXIT.

       CHECK-AUDIT-LINE.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO AUDIT-FILE-STATUS
                   GO TO CHECK-AUDIT-LINE-EXIT
           END-READ

           MOVE SPACES TO CHAIN-IN-DATA
           MOVE AUD-TEXT TO CHAIN-IN-DATA
           MOVE AUD-SEQ TO LINE-SEQ-WS
           MOVE AUD-HASH TO LINE-HASH-WS
           PERFORM CHECK-CHAIN-LINE THRU CHECK-CHAIN-LINE-EXIT
           MOVE "N" TO FIRST-IN-FILE.

       CHECK-AUDIT-LINE-EXIT.
           EXIT.

       CHECK-JOURNAL-LINE.
           READ JOURNAL-FILE
               AT END
                   MOVE "10" TO JOURNAL-FILE-STATUS
                   GO TO CHECK-JOURNAL-LINE-EXIT
           END-READ

           MOVE JRN-TEXT TO CHAIN-IN-DATA
           MOVE JRN-SEQ TO LINE-SEQ-WS
           MOVE JRN-HASH TO LINE-HASH-WS
           PERFORM CHECK-CHAIN-LINE THRU CHECK-CHAIN-LINE-EXIT.

       CHECK-JOURNAL-LINE-EXIT.
           EXIT.

      *    ONE LINE AGAINST THE CHAIN SO FAR. LINES WRITTEN BEFORE
      *    CHAINING WAS BROUGHT IN CARRY NO SEQUENCE AND ARE ONLY
      *    COUNTED; ONCE THE CHAIN HAS STARTED EVERY LINE MUST BE THE
      *    NEXT SEQUENCE NUMBER AND FOLD TO THE HASH IT CARRIES.
       CHECK-CHAIN-LINE.
           ADD 1 TO LOG-LINE-NO
           ADD 1 TO LOG-TOTAL-LINES
           ADD 1 TO TOTAL-READ

           IF LINE-SEQ-WS IS NOT NUMERIC OR
               LINE-HASH-WS IS NOT NUMERIC THEN
               IF CHAIN-STARTED IS EQUAL TO "N" THEN
                   ADD 1 TO UNCHAINED-COUNT
                   GO TO CHECK-CHAIN-LINE-EXIT
               END-IF
               MOVE "LINE CARRIES NO CHAIN FIELDS - INSERTED OR EDITED"
                   TO BREAK-REASON
               PERFORM REPORT-BREAK
               GO TO CHECK-CHAIN-LINE-EXIT
           END-IF

           IF CHAIN-STARTED IS EQUAL TO "N" THEN
               MOVE "Y" TO CHAIN-STARTED
               MOVE LINE-SEQ-NUM TO FIRST-SEQ

               IF LINE-SEQ-NUM IS GREATER THAN 1 THEN
                   MOVE "CHAIN DOES NOT START AT 1 - LINES MISSING"
                       TO BREAK-REASON
                   PERFORM REPORT-BREAK
                   GO TO CHECK-CHAIN-LINE-EXIT
               END-IF
           END-IF

           COMPUTE EXPECT-SEQ = CHAIN-SEQ + 1

           IF LINE-SEQ-NUM IS GREATER THAN EXPECT-SEQ THEN
               MOVE EXPECT-SEQ TO NUMBER-EDIT-1
               MOVE SPACES TO BREAK-REASON
               STRING "MISSING LINES - EXPECTED SEQUENCE "
                   DELIMITED BY SIZE
                   NUMBER-EDIT-1 DELIMITED BY SIZE
                   INTO BREAK-REASON
               END-STRING
               PERFORM REPORT-BREAK
               GO TO CHECK-CHAIN-LINE-EXIT
           END-IF

           IF LINE-SEQ-NUM IS LESS THAN EXPECT-SEQ THEN
               MOVE EXPECT-SEQ TO NUMBER-EDIT-1
               MOVE SPACES TO BREAK-REASON
               STRING "OUT OF SEQUENCE - EXPECTED SEQUENCE "
                   DELIMITED BY SIZE
                   NUMBER-EDIT-1 DELIMITED BY SIZE
                   INTO BREAK-REASON
               END-STRING
               PERFORM REPORT-BREAK
               GO TO CHECK-CHAIN-LINE-EXIT
           END-IF

           PERFORM FOLD-CHAIN-LINK

           IF CHAIN-HASH IS NOT EQUAL TO LINE-HASH-NUM THEN
               MOVE "HASH MISMATCH - LINE ALTERED OR REPLACED"
                   TO BREAK-REASON
               PERFORM REPORT-BREAK
               GO TO CHECK-CHAIN-LINE-EXIT
           END-IF

           MOVE CHAIN-HASH TO CHAIN-PREV-HASH
           MOVE CHAIN-SEQ TO LAST-SEQ
           MOVE CHAIN-HASH TO LAST-HASH
           ADD 1 TO CHAINED-COUNT
           ADD 1 TO TOTAL-VERIFIED.

       CHECK-CHAIN-LINE-EXIT.
           EXIT.

      *    ONLY THE FIRST BREAK IS REPORTED - EVERY LINK AFTER IT
      *    FAILS WITH IT
       REPORT-BREAK.
           MOVE "Y" TO LOG-BROKEN
           MOVE LOG-LINE-NO TO BRK-LINE
           MOVE LINE-SEQ-WS TO BRK-SEQ
           WRITE PRINT-LINE FROM BREAK-LINE-1
           MOVE BREAK-REASON TO BRK-REASON
           WRITE PRINT-LINE FROM BREAK-LINE-2
           MOVE SPACES TO PRINT-LINE
           STRING "        IN " DELIMITED BY SIZE
               LOG-NAME DELIMITED BY SPACE
               INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE

      *    THE FIRST LINE OF A LATER FILE IS THE LINK TO THE FILE
      *    BEFORE IT - A BREAK THERE MEANS THE END OF THAT FILE OR A
      *    WHOLE ARCHIVE BETWEEN THEM IS GONE
           IF FIRST-IN-FILE IS EQUAL TO "Y" AND
               LINK-FROM-NAME IS NOT EQUAL TO SPACES THEN
               MOVE SPACES TO PRINT-LINE
               STRING "        DOES NOT LINK TO THE LAST LINE OF "
                   DELIMITED BY SIZE
                   LINK-FROM-NAME DELIMITED BY SPACE
                   INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
           END-IF

           DISPLAY LOG-NAME " BROKEN AT LINE " LOG-LINE-NO
               ": " BREAK-REASON.

      *    COUNTS FOR THE LOG, THEN THE LAST LINE AGAINST THE CONTROL
      *    FILE - LINES CUT OFF THE END LEAVE NO GAP IN THE LOG ITSELF
      *    BUT THE CONTROL FILE STILL HOLDS THE SEQUENCE REACHED
       END-LOG.
           MOVE "LINES READ:" TO CNT-LABEL
           MOVE LOG-TOTAL-LINES TO CNT-VALUE
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "UNCHAINED LINES BEFORE CHAIN START:" TO CNT-LABEL
           MOVE UNCHAINED-COUNT TO CNT-VALUE
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "CHAINED LINES VERIFIED:" TO CNT-LABEL
           MOVE CHAINED-COUNT TO CNT-VALUE
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "FIRST SEQUENCE:" TO CNT-LABEL
           MOVE FIRST-SEQ TO CNT-VALUE
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE "LAST SEQUENCE:" TO CNT-LABEL
           MOVE LAST-SEQ TO CNT-VALUE
           WRITE PRINT-LINE FROM COUNT-LINE

           IF LOG-BROKEN IS EQUAL TO "Y" THEN
               ADD 1 TO BROKEN-LOGS
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CHAIN-LINK

           MOVE SPACES TO PRINT-LINE

           IF CHAIN-FILE-STATUS IS EQUAL TO "35" THEN
               MOVE "NO CHAIN CONTROL FILE - END OF LOG NOT CHECKED"
                   TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM REPORT-INTACT
               EXIT PARAGRAPH
           END-IF

           IF CHAIN-SEQ IS EQUAL TO LAST-SEQ AND
               CHAIN-PREV-HASH IS EQUAL TO LAST-HASH THEN
               PERFORM REPORT-INTACT
               EXIT PARAGRAPH
           END-IF

           MOVE CHAIN-SEQ TO NUMBER-EDIT-1
           MOVE LAST-SEQ TO NUMBER-EDIT-2
           MOVE SPACES TO BREAK-REASON

           EVALUATE TRUE
               WHEN CHAIN-SEQ IS GREATER THAN LAST-SEQ
                   STRING "LINES MISSING FROM END - CONTROL AT "
                       DELIMITED BY SIZE
                       NUMBER-EDIT-1 DELIMITED BY SIZE
                       INTO BREAK-REASON
                   END-STRING
               WHEN CHAIN-SEQ IS LESS THAN LAST-SEQ
                   STRING "CONTROL FILE BEHIND LOG - CONTROL AT "
                       DELIMITED BY SIZE
                       NUMBER-EDIT-1 DELIMITED BY SIZE
                       INTO BREAK-REASON
                   END-STRING
               WHEN OTHER
                   MOVE "LAST LINE DOES NOT MATCH THE CONTROL FILE"
                       TO BREAK-REASON
           END-EVALUATE

           MOVE LAST-SEQ TO LINE-SEQ-WS
           PERFORM REPORT-BREAK
           ADD 1 TO BROKEN-LOGS.

       REPORT-INTACT.
           MOVE SPACES TO PRINT-LINE
           MOVE "RESULT: INTACT" TO PRINT-LINE
           WRITE PRINT-LINE.

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
           MOVE "COBOL-SQLITE-VERIFY" TO RS-PROGRAM
           MOVE RS-START-DATE-WS TO RS-START-DATE
           MOVE RS-START-TIME-WS TO RS-START-TIME
           MOVE RS-END-DATE-WS TO RS-END-DATE
           MOVE RS-END-TIME-WS TO RS-END-TIME
           MOVE TOTAL-READ TO RS-READ
           MOVE TOTAL-VERIFIED TO RS-WRITTEN
           MOVE BROKEN-LOGS TO RS-REJECTED
           MOVE RS-STATUS-WS TO RS-STATUS
           WRITE RUNSTATS-RECORD
           CLOSE RUNSTATS-FILE.

       END PROGRAM COBOL-SQLITE-VERIFY.
