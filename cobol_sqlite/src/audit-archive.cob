       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD        PIC X(92).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD      PIC X(92).
       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           COPY RUNSTATS.
           02 RUN-MM          PIC X(2).
           02 FILLER          PIC X(2).
       77 ARCHIVED-COUNT      PIC 9(6)  VALUE IS ZERO.
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
           ACCEPT RS-START-DATE-WS FROM DATE YYYYMMDD
           ACCEPT RS-START-TIME-WS FROM TIME

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO ARCHIVE-NAME
               INTO ARCHIVE-NAME
           END-STRING

      *    NO AUDIT LINE MAY BE WRITTEN BETWEEN THE COPY AND THE
      *    RESET BELOW - THE CHAIN LOCK IS HELD ACROSS BOTH
           PERFORM LOCK-CHAIN

           IF CHAIN-LOCK-DEPTH IS EQUAL TO ZERO THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUDIT-FILE

           IF AUDIT-FILE-STATUS IS EQUAL TO "35" THEN
           END-IF

           CLOSE AUDIT-FILE
           PERFORM UNLOCK-CHAIN

           DISPLAY ARCHIVED-COUNT " LINES ARCHIVED TO " ARCHIVE-NAME

       COPY-AUDIT-LINE-EXIT.
           EXIT.

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

      *    ONE RUN RECORD PER EXECUTION FOR THE RUN-STATISTICS
      *    LEDGER READ BY COBOL-SQLITE-STATRPT.
       WRITE-RUN-STATS.
