           SELECT RUNSTATS-FILE ASSIGN TO "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "./data/alerts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           COPY RUNSTATS.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALERT.
       WORKING-STORAGE SECTION.
       77 PAYROLL-FILE-STATUS PIC X(02).
       77 ACK-FILE-STATUS  PIC X(02).
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
       PROCEDURE DIVISION.
           ACCEPT RS-START-DATE-WS FROM DATE YYYYMMDD
           ACCEPT RS-START-TIME-WS FROM TIME
           IF ACK-TYPE-WS IS NOT EQUAL TO "A" THEN
               DISPLAY "UNEXPECTED ACK RECORD TYPE: " ACK-TYPE-WS
               ADD 1 TO MISMATCH-COUNT
               MOVE "payroll_ack.dat TYPE" TO ALERT-KEY-WS
               MOVE SPACES TO ALERT-TEXT-WS
               STRING "UNEXPECTED ACK RECORD TYPE: " DELIMITED BY SIZE
                   ACK-TYPE-WS DELIMITED BY SIZE
                   INTO ALERT-TEXT-WS
               END-STRING
               PERFORM ALERT-ACK-MISMATCH
           END-IF

           IF ACK-COUNT-WS IS NOT EQUAL TO OUR-COUNT THEN
               DISPLAY "COUNT MISMATCH - SENT " OUR-COUNT
                   " ACKNOWLEDGED " ACK-COUNT-WS
               ADD 1 TO MISMATCH-COUNT
               MOVE "payroll_ack.dat CNT" TO ALERT-KEY-WS
               MOVE SPACES TO ALERT-TEXT-WS
               STRING "COUNT MISMATCH - SENT " DELIMITED BY SIZE
                   OUR-COUNT DELIMITED BY SIZE
                   " ACKNOWLEDGED " DELIMITED BY SIZE
                   ACK-COUNT-WS DELIMITED BY SIZE
                   INTO ALERT-TEXT-WS
               END-STRING
               PERFORM ALERT-ACK-MISMATCH
           END-IF

           IF ACK-HASH-WS IS NOT EQUAL TO OUR-HASH THEN
               DISPLAY "HASH MISMATCH - SENT " OUR-HASH
                   " ACKNOWLEDGED " ACK-HASH-WS
               ADD 1 TO MISMATCH-COUNT
               MOVE "payroll_ack.dat HASH" TO ALERT-KEY-WS
               MOVE SPACES TO ALERT-TEXT-WS
               STRING "HASH MISMATCH - SENT " DELIMITED BY SIZE
                   OUR-HASH DELIMITED BY SIZE
                   " ACK " DELIMITED BY SIZE
                   ACK-HASH-WS DELIMITED BY SIZE
                   INTO ALERT-TEXT-WS
               END-STRING
               PERFORM ALERT-ACK-MISMATCH
           END-IF

           IF ACK-STATUS-WS IS NOT EQUAL TO "OK" THEN
               DISPLAY "BUREAU REJECTED THE FILE, STATUS " ACK-STATUS-WS
               ADD 1 TO MISMATCH-COUNT
               MOVE "payroll_ack.dat STAT" TO ALERT-KEY-WS
               MOVE SPACES TO ALERT-TEXT-WS
               STRING "BUREAU REJECTED THE FILE, STATUS "
                   DELIMITED BY SIZE
                   ACK-STATUS-WS DELIMITED BY SIZE
                   INTO ALERT-TEXT-WS
               END-STRING
               PERFORM ALERT-ACK-MISMATCH
           END-IF

           IF MISMATCH-COUNT IS GREATER THAN ZERO THEN
       FIND-OUR-TRAILER-EXIT.
           EXIT.

      *    EVERY DISAGREEMENT WITH THE BUREAU IS CRITICAL - THE
      *    KEY NAMES THE ACK FILE AND WHICH CHECK FAILED
       ALERT-ACK-MISMATCH.
           MOVE "CRIT" TO ALERT-SEVERITY-WS
           PERFORM POST-ALERT.

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
           MOVE "COBOL-SQLITE-PAYACK" TO ALR-PROGRAM
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
