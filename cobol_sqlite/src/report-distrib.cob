       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-SQLITE-DISTRIB.
       AUTHOR.     NIK MAFFI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-FILE ASSIGN TO "distrib.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-FILE-STATUS.
           SELECT PRODATE-FILE ASSIGN TO "prodate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODATE-FILE-STATUS.
           SELECT REPORT-IDX ASSIGN TO "./reports/reports.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-IDX-STATUS.
           SELECT NEWIDX-FILE ASSIGN TO "./reports/reports.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEWIDX-FILE-STATUS.
           SELECT DELIVERY-LOG ASSIGN TO "./data/delivery.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELIVERY-LOG-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    THE DISTRIBUTION LIST - ONE LINE PER REPORT PER RECIPIENT:
      *        REPORT FILE NAME  X(30)  AS THE PROGRAM WRITES IT
      *        RECIPIENT         X(12)  FOLDER UNDER ./deliver, BLANK
      *                                 TO FILE THE REPORT ONLY
      *        RETENTION DAYS    9(3)   HOW LONG THAT COPY IS KEPT
      *    THE DATED GENERATION OF A REPORT IS KEPT AS LONG AS ITS
      *    LONGEST-KEPT COPY. * IN COLUMN 1 IS A COMMENT.
       FD  DIST-FILE.
       01  DIST-RECORD.
           02 DST-REPORT   PIC X(30).
           02 FILLER       PIC X.
           02 DST-RECIPIENT PIC X(12).
           02 FILLER       PIC X.
           02 DST-KEEP     PIC X(3).
       FD  PRODATE-FILE.
       01  PRODATE-RECORD  PIC X(8).
      *    EVERY FILED COPY STILL ON DISK - G IS THE DATED GENERATION
      *    UNDER ./reports/YYYYMMDD, R A COPY ROUTED TO A RECIPIENT.
      *    COBOL-SQLITE-RPTVIEW READS THIS TO FIND A GENERATION.
       FD  REPORT-IDX.
       01  REPORT-IDX-RECORD.
           02 RIX-DATE     PIC X(8).
           02 FILLER       PIC X.
           02 RIX-KIND     PIC X.
           02 FILLER       PIC X.
           02 RIX-UNTIL    PIC X(8).
           02 FILLER       PIC X.
           02 RIX-RECIPIENT PIC X(12).
           02 FILLER       PIC X.
           02 RIX-REPORT   PIC X(30).
           02 FILLER       PIC X.
           02 RIX-PATH     PIC X(70).
       FD  NEWIDX-FILE.
       01  NEWIDX-RECORD   PIC X(134).
      *    WHAT WENT WHERE, ONE LINE PER COPY FILED, ROUTED, MISSED
      *    OR PRUNED
       FD  DELIVERY-LOG.
       01  DELIVERY-RECORD.
           02 DLV-DATE     PIC X(8).
           02 FILLER       PIC X.
           02 DLV-TIME     PIC X(8).
           02 FILLER       PIC X.
           02 DLV-PROC-DATE PIC X(8).
           02 FILLER       PIC X.
           02 DLV-STATUS   PIC X(7).
           02 FILLER       PIC X.
           02 DLV-REPORT   PIC X(30).
           02 FILLER       PIC X.
           02 DLV-RECIPIENT PIC X(12).
           02 FILLER       PIC X.
           02 DLV-PATH     PIC X(70).
       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           COPY RUNSTATS.
       WORKING-STORAGE SECTION.
       77 DIST-FILE-STATUS PIC X(02).
       77 PRODATE-FILE-STATUS PIC X(02).
       77 REPORT-IDX-STATUS PIC X(02).
       77 NEWIDX-FILE-STATUS PIC X(02).
       77 DELIVERY-LOG-STATUS PIC X(02).
       77 PROC-DATE        PIC 9(8).
       77 PROC-DATE-INT    PIC 9(8).
       77 LIST-BAD         PIC X     VALUE IS "N".
      *    THE DISTRIBUTION LIST, AND THE REPORTS NAMED ON IT
       01 DIST-TABLE.
           02 DIST-COUNT   PIC 9(3)  VALUE IS ZERO.
           02 DIST-ENTRY   OCCURS 200 TIMES.
               03 DTB-REPORT    PIC X(30).
               03 DTB-RECIPIENT PIC X(12).
               03 DTB-KEEP      PIC 9(3).
       77 DIST-IDX         PIC 9(3).
       01 RPT-TABLE.
           02 RPT-COUNT    PIC 9(3)  VALUE IS ZERO.
           02 RPT-ENTRY    OCCURS 200 TIMES.
               03 RPT-NAME     PIC X(30).
               03 RPT-KEEP     PIC 9(3).
      *            F FILED, M MISSING, O NOT PRODUCED TONIGHT,
      *            E COULD NOT BE COPIED
               03 RPT-STATE    PIC X.
       77 RPT-IDX          PIC 9(3).
       77 RPT-FOUND        PIC 9(3).
      *    TONIGHT'S INDEX LINES, WRITTEN AFTER THE SURVIVORS
       01 NEW-TABLE.
           02 NEW-COUNT    PIC 9(3)  VALUE IS ZERO.
           02 NEW-ENTRY    OCCURS 400 TIMES.
               03 NEW-KIND      PIC X.
               03 NEW-UNTIL     PIC 9(8).
               03 NEW-RECIPIENT PIC X(12).
               03 NEW-REPORT    PIC X(30).
               03 NEW-PATH      PIC X(70).
       77 NEW-IDX          PIC 9(3).
       77 NEW-KIND-WS      PIC X.
       77 NEW-FOUND        PIC X.
      *    NAMES GO INTO PATHS AND SHELL COMMANDS - LETTERS, DIGITS,
      *    DOT, UNDERSCORE AND HYPHEN ONLY
       77 NAME-CHAR        PIC X.
           88 NAME-CHAR-OK VALUE "A" THRU "Z" "a" THRU "z"
                                 "0" THRU "9" "." "_" "-".
       77 NAME-IDX         PIC 9(2).
       77 NAME-BAD         PIC X.
       77 SOURCE-NAME      PIC X(70).
       77 TARGET-NAME      PIC X(70).
       77 GEN-PATH         PIC X(70).
       77 PATH-PTR         PIC 9(3).
       77 KEEP-UNTIL       PIC 9(8).
       77 DELETE-NAME      PIC X(70).
       77 MKDIR-COMMAND    PIC X(60).
       77 RENAME-COMMAND   PIC X(60).
       01 REPORT-DETAILS.
           02 RPD-SIZE     PIC X(8)   USAGE IS COMP-X.
           02 RPD-DAY      PIC X      USAGE IS COMP-X.
           02 RPD-MONTH    PIC X      USAGE IS COMP-X.
           02 RPD-YEAR     PIC X(2)   USAGE IS COMP-X.
           02 RPD-HOURS    PIC X      USAGE IS COMP-X.
           02 RPD-MINUTES  PIC X      USAGE IS COMP-X.
           02 RPD-SECONDS  PIC X      USAGE IS COMP-X.
           02 RPD-HUNDREDTHS PIC X    USAGE IS COMP-X.
       77 REPORT-FILE-DATE PIC 9(8).
       77 DLV-DATE-WS      PIC 9(8).
       77 DLV-TIME-WS      PIC 9(8).
       77 DLV-STATUS-WS    PIC X(7).
       77 DLV-REPORT-WS    PIC X(30).
       77 DLV-RECIPIENT-WS PIC X(12).
       77 DLV-PATH-WS      PIC X(70).
      *    RUN TOTALS
       77 FILED-COUNT      PIC 9(4)  VALUE IS ZERO.
       77 SENT-COUNT       PIC 9(4)  VALUE IS ZERO.
       77 MISSING-COUNT    PIC 9(4)  VALUE IS ZERO.
       77 NOTNEW-COUNT     PIC 9(4)  VALUE IS ZERO.
       77 FAILED-COUNT     PIC 9(4)  VALUE IS ZERO.
       77 PRUNED-COUNT     PIC 9(6)  VALUE IS ZERO.
       77 KEPT-COUNT       PIC 9(6)  VALUE IS ZERO.
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

           PERFORM LOAD-DIST-LIST THRU LOAD-DIST-LIST-EXIT

           IF LIST-BAD IS EQUAL TO "Y" THEN
               DISPLAY "FIX THE DISTRIBUTION LIST AND RERUN"
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "PROCESSING DATE " PROC-DATE ", " RPT-COUNT
               " REPORTS FOR " DIST-COUNT " LIST ENTRIES"

           MOVE SPACES TO MKDIR-COMMAND
           STRING "mkdir -p ./reports/" DELIMITED BY SIZE
               PROC-DATE DELIMITED BY SIZE
               INTO MKDIR-COMMAND
           END-STRING
           MOVE LOW-VALUE TO MKDIR-COMMAND(28:1)
           CALL "SYSTEM" USING MKDIR-COMMAND
           END-CALL
           MOVE ZERO TO RETURN-CODE

           PERFORM FILE-ONE-REPORT
               VARYING RPT-IDX FROM 1 BY 1
               UNTIL RPT-IDX IS GREATER THAN RPT-COUNT

           PERFORM ROUTE-ONE-COPY
               VARYING DIST-IDX FROM 1 BY 1
               UNTIL DIST-IDX IS GREATER THAN DIST-COUNT

           PERFORM REWRITE-REPORT-INDEX
               THRU REWRITE-REPORT-INDEX-EXIT

           DISPLAY FILED-COUNT " REPORTS FILED, " SENT-COUNT
               " COPIES ROUTED, " NOTNEW-COUNT " NOT PRODUCED TONIGHT"
           DISPLAY MISSING-COUNT " MISSING, " FAILED-COUNT
               " NOT COPIED, " PRUNED-COUNT " PRUNED, " KEPT-COUNT
               " OLDER COPIES KEPT"

      *    CONDITION CODE FOR THE JOBSTREAM - A REPORT THAT NEVER
      *    APPEARED OR COULD NOT BE COPIED IS SOMEBODY NOT GETTING
      *    THEIR REPORT
           IF MISSING-COUNT IS GREATER THAN ZERO OR
               FAILED-COUNT IS GREATER THAN ZERO THEN
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

       LOAD-DIST-LIST.
           OPEN INPUT DIST-FILE

           IF DIST-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO DISTRIBUTION LIST (distrib.dat) ON FILE"
               MOVE "Y" TO LIST-BAD
               GO TO LOAD-DIST-LIST-EXIT
           END-IF

           PERFORM READ-ONE-ENTRY THRU READ-ONE-ENTRY-EXIT
               UNTIL DIST-FILE-STATUS IS EQUAL TO "10"

           CLOSE DIST-FILE

           IF DIST-COUNT IS EQUAL TO ZERO THEN
               DISPLAY "DISTRIBUTION LIST IS EMPTY"
               MOVE "Y" TO LIST-BAD
           END-IF.

       LOAD-DIST-LIST-EXIT.
           EXIT.

       READ-ONE-ENTRY.
           READ DIST-FILE
               AT END
                   MOVE "10" TO DIST-FILE-STATUS
                   GO TO READ-ONE-ENTRY-EXIT
           END-READ

           IF DIST-RECORD IS EQUAL TO SPACES OR
               DST-REPORT(1:1) IS EQUAL TO "*" THEN
               GO TO READ-ONE-ENTRY-EXIT
           END-IF

           INSPECT DST-RECIPIENT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO NAME-BAD

           PERFORM VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX IS GREATER THAN 30
               MOVE DST-REPORT(NAME-IDX:1) TO NAME-CHAR
               IF NAME-CHAR IS NOT EQUAL TO SPACE AND
                   NOT NAME-CHAR-OK THEN
                   MOVE "Y" TO NAME-BAD
               END-IF
           END-PERFORM

           PERFORM VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX IS GREATER THAN 12
               MOVE DST-RECIPIENT(NAME-IDX:1) TO NAME-CHAR
               IF NAME-CHAR IS NOT EQUAL TO SPACE AND
                   NOT NAME-CHAR-OK THEN
                   MOVE "Y" TO NAME-BAD
               END-IF
           END-PERFORM

           IF DST-REPORT(1:1) IS EQUAL TO SPACE OR
               DST-RECIPIENT(1:1) IS EQUAL TO "." OR
               NAME-BAD IS EQUAL TO "Y" THEN
               DISPLAY "BAD NAME ON LIST - LETTERS, DIGITS, . _ - "
                   "ONLY: " DIST-RECORD(1:43)
               MOVE "Y" TO LIST-BAD
               GO TO READ-ONE-ENTRY-EXIT
           END-IF

           IF DST-KEEP IS NOT NUMERIC THEN
               DISPLAY "BAD RETENTION DAYS - THREE DIGITS: "
                   DIST-RECORD(1:47)
               MOVE "Y" TO LIST-BAD
               GO TO READ-ONE-ENTRY-EXIT
           END-IF

           IF DIST-COUNT IS NOT LESS THAN 200 THEN
               DISPLAY "DISTRIBUTION LIST OVER 200 ENTRIES - "
                   "IGNORED: " DIST-RECORD(1:43)
               MOVE "Y" TO LIST-BAD
               GO TO READ-ONE-ENTRY-EXIT
           END-IF

           ADD 1 TO DIST-COUNT
           MOVE DST-REPORT TO DTB-REPORT(DIST-COUNT)
           MOVE DST-RECIPIENT TO DTB-RECIPIENT(DIST-COUNT)
           MOVE DST-KEEP TO DTB-KEEP(DIST-COUNT)

      *    ONE GENERATION PER REPORT, KEPT FOR ITS LONGEST COPY
           MOVE ZERO TO RPT-FOUND

           PERFORM VARYING RPT-IDX FROM 1 BY 1
               UNTIL RPT-IDX IS GREATER THAN RPT-COUNT OR
                     RPT-FOUND IS GREATER THAN ZERO
               IF RPT-NAME(RPT-IDX) IS EQUAL TO DST-REPORT THEN
                   MOVE RPT-IDX TO RPT-FOUND
               END-IF
           END-PERFORM

           IF RPT-FOUND IS EQUAL TO ZERO THEN
               ADD 1 TO RPT-COUNT
               MOVE RPT-COUNT TO RPT-FOUND
               MOVE DST-REPORT TO RPT-NAME(RPT-FOUND)
               MOVE ZERO TO RPT-KEEP(RPT-FOUND)
               MOVE SPACE TO RPT-STATE(RPT-FOUND)
           END-IF

           IF DTB-KEEP(DIST-COUNT) IS GREATER THAN
               RPT-KEEP(RPT-FOUND) THEN
               MOVE DTB-KEEP(DIST-COUNT) TO RPT-KEEP(RPT-FOUND)
           END-IF.

       READ-ONE-ENTRY-EXIT.
           EXIT.

      *    COPY TONIGHT'S REPORT INTO ITS DATED GENERATION. A REPORT
      *    FILE OLDER THAN THE PROCESSING DATE IS LEFT FROM AN
      *    EARLIER NIGHT - ITS STEP DID NOT RUN TONIGHT (A WEEKLY OR
      *    MONTH-END REPORT) AND IT WAS FILED WHEN IT WAS NEW.
       FILE-ONE-REPORT.
           MOVE SPACES TO SOURCE-NAME
           MOVE RPT-NAME(RPT-IDX) TO SOURCE-NAME
           MOVE RPT-NAME(RPT-IDX) TO DLV-REPORT-WS
           MOVE SPACES TO DLV-RECIPIENT-WS

           CALL "CBL_CHECK_FILE_EXIST" USING SOURCE-NAME
               REPORT-DETAILS
           END-CALL

           IF RETURN-CODE IS NOT EQUAL TO ZERO THEN
               MOVE ZERO TO RETURN-CODE
               MOVE "M" TO RPT-STATE(RPT-IDX)
               ADD 1 TO MISSING-COUNT
               DISPLAY "MISSING: " SOURCE-NAME
               MOVE "MISSING" TO DLV-STATUS-WS
               MOVE SPACES TO DLV-PATH-WS
               PERFORM WRITE-DELIVERY-LOG
               EXIT PARAGRAPH
           END-IF

           COMPUTE REPORT-FILE-DATE =
               RPD-YEAR * 10000 + RPD-MONTH * 100 + RPD-DAY

           IF REPORT-FILE-DATE IS LESS THAN PROC-DATE THEN
               MOVE "O" TO RPT-STATE(RPT-IDX)
               ADD 1 TO NOTNEW-COUNT
               MOVE "NOTNEW" TO DLV-STATUS-WS
               MOVE SPACES TO DLV-PATH-WS
               PERFORM WRITE-DELIVERY-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO GEN-PATH
           STRING "./reports/" DELIMITED BY SIZE
               PROC-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               RPT-NAME(RPT-IDX) DELIMITED BY SPACE
               INTO GEN-PATH
           END-STRING

           MOVE GEN-PATH TO TARGET-NAME

           CALL "CBL_COPY_FILE" USING SOURCE-NAME TARGET-NAME
           END-CALL

           IF RETURN-CODE IS NOT EQUAL TO ZERO THEN
               MOVE ZERO TO RETURN-CODE
               MOVE "E" TO RPT-STATE(RPT-IDX)
               ADD 1 TO FAILED-COUNT
               DISPLAY "COULD NOT FILE " SOURCE-NAME
               MOVE "FAILED" TO DLV-STATUS-WS
               MOVE TARGET-NAME TO DLV-PATH-WS
               PERFORM WRITE-DELIVERY-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE "F" TO RPT-STATE(RPT-IDX)
           ADD 1 TO FILED-COUNT
           MOVE "FILED" TO DLV-STATUS-WS
           MOVE TARGET-NAME TO DLV-PATH-WS
           PERFORM WRITE-DELIVERY-LOG

           COMPUTE KEEP-UNTIL = FUNCTION DATE-OF-INTEGER
               (PROC-DATE-INT + RPT-KEEP(RPT-IDX))
           MOVE "G" TO NEW-KIND-WS
           PERFORM ADD-NEW-ENTRY.

      *    ONE RECIPIENT'S COPY, STRAIGHT FROM THE FILED GENERATION
       ROUTE-ONE-COPY.
           IF DTB-RECIPIENT(DIST-IDX) IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO RPT-FOUND

           PERFORM VARYING RPT-IDX FROM 1 BY 1
               UNTIL RPT-IDX IS GREATER THAN RPT-COUNT OR
                     RPT-FOUND IS GREATER THAN ZERO
               IF RPT-NAME(RPT-IDX) IS EQUAL TO DTB-REPORT(DIST-IDX)
                   THEN
                   MOVE RPT-IDX TO RPT-FOUND
               END-IF
           END-PERFORM

           IF RPT-STATE(RPT-FOUND) IS NOT EQUAL TO "F" THEN
               EXIT PARAGRAPH
           END-IF

           MOVE DTB-REPORT(DIST-IDX) TO DLV-REPORT-WS
           MOVE DTB-RECIPIENT(DIST-IDX) TO DLV-RECIPIENT-WS

           MOVE SPACES TO MKDIR-COMMAND
           MOVE 1 TO PATH-PTR
           STRING "mkdir -p ./deliver/" DELIMITED BY SIZE
               DTB-RECIPIENT(DIST-IDX) DELIMITED BY SPACE
               INTO MKDIR-COMMAND WITH POINTER PATH-PTR
           END-STRING
           MOVE LOW-VALUE TO MKDIR-COMMAND(PATH-PTR:1)
           CALL "SYSTEM" USING MKDIR-COMMAND
           END-CALL
           MOVE ZERO TO RETURN-CODE

           MOVE SPACES TO SOURCE-NAME
           STRING "./reports/" DELIMITED BY SIZE
               PROC-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DTB-REPORT(DIST-IDX) DELIMITED BY SPACE
               INTO SOURCE-NAME
           END-STRING

           MOVE SPACES TO TARGET-NAME
           STRING "./deliver/" DELIMITED BY SIZE
               DTB-RECIPIENT(DIST-IDX) DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               PROC-DATE DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               DTB-REPORT(DIST-IDX) DELIMITED BY SPACE
               INTO TARGET-NAME
           END-STRING

           CALL "CBL_COPY_FILE" USING SOURCE-NAME TARGET-NAME
           END-CALL

           MOVE TARGET-NAME TO DLV-PATH-WS

           IF RETURN-CODE IS NOT EQUAL TO ZERO THEN
               MOVE ZERO TO RETURN-CODE
               ADD 1 TO FAILED-COUNT
               DISPLAY "COULD NOT ROUTE " DTB-REPORT(DIST-IDX)
                   " TO " DTB-RECIPIENT(DIST-IDX)
               MOVE "FAILED" TO DLV-STATUS-WS
               PERFORM WRITE-DELIVERY-LOG
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SENT-COUNT
           MOVE "SENT" TO DLV-STATUS-WS
           PERFORM WRITE-DELIVERY-LOG

           COMPUTE KEEP-UNTIL = FUNCTION DATE-OF-INTEGER
               (PROC-DATE-INT + DTB-KEEP(DIST-IDX))
           MOVE "R" TO NEW-KIND-WS
           PERFORM ADD-NEW-ENTRY.

      *    NEW-KIND-WS CARRIES THE KIND IN - THE REST COMES FROM THE
      *    DELIVERY FIELDS JUST LOGGED
       ADD-NEW-ENTRY.
           IF NEW-COUNT IS NOT LESS THAN 400 THEN
               DISPLAY "MORE THAN 400 COPIES - " DLV-PATH-WS
                   " NOT INDEXED, PRUNE IT BY HAND"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO NEW-COUNT
           MOVE NEW-KIND-WS TO NEW-KIND(NEW-COUNT)
           MOVE KEEP-UNTIL TO NEW-UNTIL(NEW-COUNT)
           MOVE DLV-RECIPIENT-WS TO NEW-RECIPIENT(NEW-COUNT)
           MOVE DLV-REPORT-WS TO NEW-REPORT(NEW-COUNT)
           MOVE DLV-PATH-WS TO NEW-PATH(NEW-COUNT).

      *    COPIES PAST THEIR KEEP-UNTIL DATE GO, THE REST ARE WRITTEN
      *    BACK FOLLOWED BY TONIGHT'S. A SAME-NIGHT RERUN OVERWROTE
      *    ITS OWN FILES, SO ITS EARLIER INDEX LINES ARE DROPPED.
       REWRITE-REPORT-INDEX.
           OPEN OUTPUT NEWIDX-FILE

           IF NEWIDX-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON REPORT INDEX REWRITE"
               ADD 1 TO FAILED-COUNT
               GO TO REWRITE-REPORT-INDEX-EXIT
           END-IF

           OPEN INPUT REPORT-IDX

           IF REPORT-IDX-STATUS IS EQUAL TO "00" THEN
               PERFORM PRUNE-ONE-COPY THRU PRUNE-ONE-COPY-EXIT
                   UNTIL REPORT-IDX-STATUS IS EQUAL TO "10"
               CLOSE REPORT-IDX
           END-IF

           PERFORM WRITE-NEW-ENTRY
               VARYING NEW-IDX FROM 1 BY 1
               UNTIL NEW-IDX IS GREATER THAN NEW-COUNT

           CLOSE NEWIDX-FILE

           MOVE SPACES TO RENAME-COMMAND

           STRING "mv ./reports/reports.new ./reports/reports.idx"
               DELIMITED BY SIZE
               INTO RENAME-COMMAND
           END-STRING

           MOVE LOW-VALUE TO RENAME-COMMAND(47:1)

           CALL "SYSTEM" USING RENAME-COMMAND
           END-CALL
           MOVE ZERO TO RETURN-CODE.

       REWRITE-REPORT-INDEX-EXIT.
           EXIT.

       PRUNE-ONE-COPY.
           READ REPORT-IDX
               AT END
                   MOVE "10" TO REPORT-IDX-STATUS
                   GO TO PRUNE-ONE-COPY-EXIT
           END-READ

           IF RIX-UNTIL IS NOT NUMERIC THEN
               GO TO PRUNE-ONE-COPY-EXIT
           END-IF

           MOVE "N" TO NEW-FOUND

           PERFORM VARYING NEW-IDX FROM 1 BY 1
               UNTIL NEW-IDX IS GREATER THAN NEW-COUNT OR
                     NEW-FOUND IS EQUAL TO "Y"
               IF NEW-PATH(NEW-IDX) IS EQUAL TO RIX-PATH THEN
                   MOVE "Y" TO NEW-FOUND
               END-IF
           END-PERFORM

           IF NEW-FOUND IS EQUAL TO "Y" THEN
               GO TO PRUNE-ONE-COPY-EXIT
           END-IF

           IF RIX-UNTIL IS LESS THAN PROC-DATE THEN
               MOVE SPACES TO DELETE-NAME
               MOVE RIX-PATH TO DELETE-NAME
               CALL "CBL_DELETE_FILE" USING DELETE-NAME
               END-CALL
               MOVE ZERO TO RETURN-CODE
               ADD 1 TO PRUNED-COUNT
               MOVE "PRUNED" TO DLV-STATUS-WS
               MOVE RIX-REPORT TO DLV-REPORT-WS
               MOVE RIX-RECIPIENT TO DLV-RECIPIENT-WS
               MOVE RIX-PATH TO DLV-PATH-WS
               PERFORM WRITE-DELIVERY-LOG
               GO TO PRUNE-ONE-COPY-EXIT
           END-IF

           ADD 1 TO KEPT-COUNT
           MOVE REPORT-IDX-RECORD TO NEWIDX-RECORD
           WRITE NEWIDX-RECORD.

       PRUNE-ONE-COPY-EXIT.
           EXIT.

       WRITE-NEW-ENTRY.
           MOVE SPACES TO REPORT-IDX-RECORD
           MOVE PROC-DATE TO RIX-DATE
           MOVE NEW-KIND(NEW-IDX) TO RIX-KIND
           MOVE NEW-UNTIL(NEW-IDX) TO RIX-UNTIL
           MOVE NEW-RECIPIENT(NEW-IDX) TO RIX-RECIPIENT
           MOVE NEW-REPORT(NEW-IDX) TO RIX-REPORT
           MOVE NEW-PATH(NEW-IDX) TO RIX-PATH
           MOVE REPORT-IDX-RECORD TO NEWIDX-RECORD
           WRITE NEWIDX-RECORD.

       WRITE-DELIVERY-LOG.
           ACCEPT DLV-DATE-WS FROM DATE YYYYMMDD
           ACCEPT DLV-TIME-WS FROM TIME

           OPEN EXTEND DELIVERY-LOG

           IF DELIVERY-LOG-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT DELIVERY-LOG
           END-IF

           IF DELIVERY-LOG-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON DELIVERY-LOG"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DELIVERY-RECORD
           MOVE DLV-DATE-WS TO DLV-DATE
           MOVE DLV-TIME-WS TO DLV-TIME
           MOVE PROC-DATE TO DLV-PROC-DATE
           MOVE DLV-STATUS-WS TO DLV-STATUS
           MOVE DLV-REPORT-WS TO DLV-REPORT
           MOVE DLV-RECIPIENT-WS TO DLV-RECIPIENT
           MOVE DLV-PATH-WS TO DLV-PATH
           WRITE DELIVERY-RECORD
           CLOSE DELIVERY-LOG.

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
           MOVE "COBOL-SQLITE-DISTRIB" TO RS-PROGRAM
           MOVE RS-START-DATE-WS TO RS-START-DATE
           MOVE RS-START-TIME-WS TO RS-START-TIME
           MOVE RS-END-DATE-WS TO RS-END-DATE
           MOVE RS-END-TIME-WS TO RS-END-TIME
           MOVE RPT-COUNT TO RS-READ
           COMPUTE RS-WRITTEN = FILED-COUNT + SENT-COUNT
           COMPUTE RS-REJECTED = MISSING-COUNT + FAILED-COUNT
           MOVE RS-STATUS-WS TO RS-STATUS
           WRITE RUNSTATS-RECORD
           CLOSE RUNSTATS-FILE.

       END PROGRAM COBOL-SQLITE-DISTRIB.
