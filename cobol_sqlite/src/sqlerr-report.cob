       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-SQLITE-SQLERRPT.
       AUTHOR.     NIK MAFFI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQLERR-FILE ASSIGN TO "./data/sqlerr.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQLERR-FILE-STATUS.
           SELECT PRODATE-FILE ASSIGN TO "prodate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODATE-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "sqlerr.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQLERR-FILE.
       01  SQLERR-RECORD.
           COPY SQLERR.
       FD  PRODATE-FILE.
       01  PRODATE-RECORD  PIC X(8).
       FD  PRINT-FILE.
       01  PRINT-LINE          PIC X(100).
       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           COPY RUNSTATS.
       WORKING-STORAGE SECTION.
       77 SQLERR-FILE-STATUS PIC X(02).
       77 PRODATE-FILE-STATUS PIC X(02).
       77 PRINT-FILE-STATUS PIC X(02).
       77 LINE-TOTAL       PIC 9(6)  VALUE IS ZERO.
       77 DAY-TOTAL        PIC 9(6)  VALUE IS ZERO.
       77 PROC-DATE        PIC 9(8).
      *    ONE ENTRY PER PROGRAM AND CONTEXT SEEN ON THE DAY - THE
      *    CONTEXT IS THE OPERATOR ONLINE OR THE JOBSTREAM STEP
       01 SUM-TABLE.
           02 SUM-COUNT    PIC 9(3)  VALUE IS ZERO.
           02 SUM-ENTRY    OCCURS 200 TIMES.
               03 SUM-PROGRAM PIC X(22).
               03 SUM-CONTEXT PIC X(8).
               03 SUM-ERRORS  PIC 9(6).
               03 SUM-FIRST   PIC X(8).
               03 SUM-LAST    PIC X(8).
       77 SUM-IDX          PIC 9(3).
       77 SUM-FOUND        PIC 9(3).
      *    ONE ENTRY PER SQLITE RESULT CODE SEEN ON THE DAY
       01 RC-TABLE.
           02 RC-COUNT     PIC 9(3)  VALUE IS ZERO.
           02 RC-ENTRY     OCCURS 100 TIMES.
               03 RC-CODE     PIC 9(5).
               03 RC-ERRORS   PIC 9(6).
               03 RC-MESSAGE  PIC X(60).
       77 RC-IDX           PIC 9(3).
       77 RC-FOUND         PIC 9(3).
       01 HEADER-1.
           02 FILLER       PIC X(30)
               VALUE IS "SQL ERROR DAILY SUMMARY".
           02 FILLER       PIC X(6)  VALUE IS "DATE: ".
           02 HDR-DATE     PIC 9(8).
       01 HEADER-2.
           02 FILLER       PIC X(9)  VALUE IS "TIME".
           02 FILLER       PIC X(23) VALUE IS "PROGRAM".
           02 FILLER       PIC X(9)  VALUE IS "CONTEXT".
           02 FILLER       PIC X(31) VALUE IS "PARAGRAPH".
           02 FILLER       PIC X(5)  VALUE IS "RC".
       01 DETAIL-LINE.
           02 DET-TIME     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-PROGRAM  PIC X(22).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-CONTEXT  PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-WHERE    PIC X(30).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 DET-RC       PIC ZZZZ9.
       01 DETAIL-TEXT-LINE.
           02 FILLER       PIC X(4)  VALUE IS SPACES.
           02 DTX-LABEL    PIC X(5).
           02 DTX-TEXT     PIC X(60).
       01 SUM-HEADER-1.
           02 FILLER       PIC X(40)
               VALUE IS "ERRORS BY PROGRAM AND CONTEXT".
       01 SUM-HEADER-2.
           02 FILLER       PIC X(23) VALUE IS "PROGRAM".
           02 FILLER       PIC X(9)  VALUE IS "CONTEXT".
           02 FILLER       PIC X(8)  VALUE IS "ERRORS".
           02 FILLER       PIC X(9)  VALUE IS "FIRST".
           02 FILLER       PIC X(8)  VALUE IS "LAST".
       01 SUM-LINE.
           02 SML-PROGRAM  PIC X(22).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 SML-CONTEXT  PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 SML-ERRORS   PIC ZZZZZ9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 SML-FIRST    PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 SML-LAST     PIC X(8).
       01 RC-HEADER-1.
           02 FILLER       PIC X(40)
               VALUE IS "ERRORS BY SQLITE RESULT CODE".
       01 RC-LINE.
           02 RCL-CODE     PIC ZZZZ9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 RCL-ERRORS   PIC ZZZZZ9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 RCL-MESSAGE  PIC X(60).
       01 TRAILER-1.
           02 FILLER       PIC X(20) VALUE IS "ERRORS ON THE DATE: ".
           02 TRL-DAY      PIC ZZZZZ9.
           02 FILLER       PIC X(17) VALUE IS "  LINES ON FILE: ".
           02 TRL-LINES    PIC ZZZZZ9.
       77 RUN-DATE         PIC 9(8).
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

           PERFORM READ-PROC-DATE THRU READ-PROC-DATE-EXIT

           OPEN OUTPUT PRINT-FILE

           IF PRINT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON PRINT-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE PROC-DATE TO HDR-DATE
           WRITE PRINT-LINE FROM HEADER-1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM HEADER-2

      *    NO LOG AT ALL SIMPLY MEANS NOTHING HAS EVER FAILED - THE
      *    FIRST FAILING PROGRAM CREATES IT
           OPEN INPUT SQLERR-FILE

           IF SQLERR-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM REPORT-SQLERR-LINE THRU REPORT-SQLERR-LINE-EXIT
                   UNTIL SQLERR-FILE-STATUS IS EQUAL TO "10"
               CLOSE SQLERR-FILE
           END-IF

           IF DAY-TOTAL IS EQUAL TO ZERO THEN
               MOVE "(NO SQL ERRORS LOGGED FOR THE DATE)" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SUM-HEADER-1
           WRITE PRINT-LINE FROM SUM-HEADER-2

           PERFORM WRITE-SUM-LINE
               VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX IS GREATER THAN SUM-COUNT

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM RC-HEADER-1

           PERFORM WRITE-RC-LINE
               VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX IS GREATER THAN RC-COUNT

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE DAY-TOTAL TO TRL-DAY
           MOVE LINE-TOTAL TO TRL-LINES
           WRITE PRINT-LINE FROM TRAILER-1

           CLOSE PRINT-FILE

           DISPLAY DAY-TOTAL " SQL ERRORS ON " PROC-DATE ", "
               LINE-TOTAL " LINES ON THE LOG"

           IF DAY-TOTAL IS GREATER THAN ZERO THEN
               MOVE "WARN" TO RS-STATUS-WS
           END-IF

           PERFORM WRITE-RUN-STATS

           IF DAY-TOTAL IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

      *    THE REPORT COVERS THE PROCESSING DATE WHEN ONE IS SET,
      *    OTHERWISE TODAY
       READ-PROC-DATE.
           MOVE RUN-DATE TO PROC-DATE

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

       REPORT-SQLERR-LINE.
           READ SQLERR-FILE
               AT END
                   MOVE "10" TO SQLERR-FILE-STATUS
                   GO TO REPORT-SQLERR-LINE-EXIT
           END-READ

           ADD 1 TO LINE-TOTAL

           IF SQE-DATE IS NOT EQUAL TO PROC-DATE THEN
               GO TO REPORT-SQLERR-LINE-EXIT
           END-IF

           ADD 1 TO DAY-TOTAL

           MOVE SPACES TO DETAIL-LINE
           MOVE SQE-TIME TO DET-TIME
           MOVE SQE-PROGRAM TO DET-PROGRAM
           MOVE SQE-CONTEXT TO DET-CONTEXT
           MOVE SQE-WHERE TO DET-WHERE
           MOVE SQE-RC TO DET-RC
           WRITE PRINT-LINE FROM DETAIL-LINE

           MOVE "MSG: " TO DTX-LABEL
           MOVE SQE-MESSAGE TO DTX-TEXT
           WRITE PRINT-LINE FROM DETAIL-TEXT-LINE

           MOVE "SQL: " TO DTX-LABEL
           MOVE SQE-STATEMENT TO DTX-TEXT
           WRITE PRINT-LINE FROM DETAIL-TEXT-LINE

           PERFORM TALLY-SUM-ENTRY
           PERFORM TALLY-RC-ENTRY.

       REPORT-SQLERR-LINE-EXIT.
           EXIT.

       TALLY-SUM-ENTRY.
           MOVE ZERO TO SUM-FOUND

           PERFORM VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX IS GREATER THAN SUM-COUNT OR
                     SUM-FOUND IS GREATER THAN ZERO
               IF SUM-PROGRAM(SUM-IDX) IS EQUAL TO SQE-PROGRAM AND
                   SUM-CONTEXT(SUM-IDX) IS EQUAL TO SQE-CONTEXT THEN
                   MOVE SUM-IDX TO SUM-FOUND
               END-IF
           END-PERFORM

           IF SUM-FOUND IS EQUAL TO ZERO AND
               SUM-COUNT IS LESS THAN 200 THEN
               ADD 1 TO SUM-COUNT
               MOVE SQE-PROGRAM TO SUM-PROGRAM(SUM-COUNT)
               MOVE SQE-CONTEXT TO SUM-CONTEXT(SUM-COUNT)
               MOVE ZERO TO SUM-ERRORS(SUM-COUNT)
               MOVE SQE-TIME TO SUM-FIRST(SUM-COUNT)
               MOVE SUM-COUNT TO SUM-FOUND
           END-IF

           IF SUM-FOUND IS EQUAL TO ZERO THEN
      *        TABLE FULL - FOLD THE OVERFLOW INTO THE LAST ENTRY SO
      *        THE SUMMARY STILL ADDS UP TO THE DAY TOTAL
               MOVE SUM-COUNT TO SUM-FOUND
           END-IF

           ADD 1 TO SUM-ERRORS(SUM-FOUND)
           MOVE SQE-TIME TO SUM-LAST(SUM-FOUND).

       TALLY-RC-ENTRY.
           MOVE ZERO TO RC-FOUND

           PERFORM VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX IS GREATER THAN RC-COUNT OR
                     RC-FOUND IS GREATER THAN ZERO
               IF RC-CODE(RC-IDX) IS EQUAL TO SQE-RC THEN
                   MOVE RC-IDX TO RC-FOUND
               END-IF
           END-PERFORM

           IF RC-FOUND IS EQUAL TO ZERO AND
               RC-COUNT IS LESS THAN 100 THEN
               ADD 1 TO RC-COUNT
               MOVE SQE-RC TO RC-CODE(RC-COUNT)
               MOVE ZERO TO RC-ERRORS(RC-COUNT)
               MOVE SQE-MESSAGE TO RC-MESSAGE(RC-COUNT)
               MOVE RC-COUNT TO RC-FOUND
           END-IF

           IF RC-FOUND IS EQUAL TO ZERO THEN
               MOVE RC-COUNT TO RC-FOUND
           END-IF

           ADD 1 TO RC-ERRORS(RC-FOUND).

       WRITE-SUM-LINE.
           MOVE SPACES TO SUM-LINE
           MOVE SUM-PROGRAM(SUM-IDX) TO SML-PROGRAM
           MOVE SUM-CONTEXT(SUM-IDX) TO SML-CONTEXT
           MOVE SUM-ERRORS(SUM-IDX) TO SML-ERRORS
           MOVE SUM-FIRST(SUM-IDX) TO SML-FIRST
           MOVE SUM-LAST(SUM-IDX) TO SML-LAST
           WRITE PRINT-LINE FROM SUM-LINE.

      *    THE MESSAGE SHOWN IS THE FIRST ONE SEEN FOR THE CODE -
      *    THE DETAIL LINES ABOVE CARRY EACH ONE IN FULL
       WRITE-RC-LINE.
           MOVE SPACES TO RC-LINE
           MOVE RC-CODE(RC-IDX) TO RCL-CODE
           MOVE RC-ERRORS(RC-IDX) TO RCL-ERRORS
           MOVE RC-MESSAGE(RC-IDX) TO RCL-MESSAGE
           WRITE PRINT-LINE FROM RC-LINE.

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
           MOVE "COBOL-SQLITE-SQLERRPT" TO RS-PROGRAM
           MOVE RS-START-DATE-WS TO RS-START-DATE
           MOVE RS-START-TIME-WS TO RS-START-TIME
           MOVE RS-END-DATE-WS TO RS-END-DATE
           MOVE RS-END-TIME-WS TO RS-END-TIME
           MOVE LINE-TOTAL TO RS-READ
           MOVE DAY-TOTAL TO RS-WRITTEN
           MOVE ZERO TO RS-REJECTED
           MOVE RS-STATUS-WS TO RS-STATUS
           WRITE RUNSTATS-RECORD
           CLOSE RUNSTATS-FILE.

       END PROGRAM COBOL-SQLITE-SQLERRPT.
