       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-SQLITE-RPTVIEW.
       AUTHOR.     NIK MAFFI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-IDX ASSIGN TO "./reports/reports.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-IDX-STATUS.
           SELECT REPORT-FILE ASSIGN USING VIEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  REPORT-FILE.
       01  REPORT-LINE     PIC X(132).
       WORKING-STORAGE SECTION.
       77 REPORT-IDX-STATUS PIC X(02).
       77 REPORT-FILE-STATUS PIC X(02).
       77 VIEW-NAME        PIC X(70).
       77 WANT-REPORT      PIC X(30).
       77 WANT-DATE        PIC X(8).
       77 MATCH-NAME       PIC X(70) VALUE IS SPACES.
       77 MATCH-DATE       PIC X(8)  VALUE IS SPACES.
       77 MATCH-UNTIL      PIC X(8)  VALUE IS SPACES.
       77 INDEX-COUNT      PIC 9(4)  VALUE IS ZERO.
       77 LINE-COUNT       PIC 9(6)  VALUE IS ZERO.
       PROCEDURE DIVISION.
           DISPLAY "REPORT TO VIEW (NAME, BLANK = INDEX ONLY): "
               WITH NO ADVANCING
           ACCEPT WANT-REPORT
           DISPLAY "DATE (YYYYMMDD, BLANK = LATEST):           "
               WITH NO ADVANCING
           ACCEPT WANT-DATE

           OPEN INPUT REPORT-IDX

           IF REPORT-IDX-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO REPORT INDEX ON FILE - HAS THE "
                   "DISTRIBUTION STEP RUN YET?"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "DATE     KEPT TO  REPORT"

           PERFORM SCAN-INDEX-LINE THRU SCAN-INDEX-LINE-EXIT
               UNTIL REPORT-IDX-STATUS IS EQUAL TO "10"

           CLOSE REPORT-IDX

           DISPLAY INDEX-COUNT " REPORT GENERATIONS ON FILE"

           IF WANT-REPORT IS EQUAL TO SPACES THEN
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF

           IF MATCH-NAME IS EQUAL TO SPACES THEN
               DISPLAY "NO GENERATION ON FILE FOR " WANT-REPORT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY " "
           DISPLAY WANT-REPORT " FOR " MATCH-DATE
               " - KEPT TO " MATCH-UNTIL
           DISPLAY "----------------------------------------"

           MOVE MATCH-NAME TO VIEW-NAME

           OPEN INPUT REPORT-FILE

           IF REPORT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "REPORT FILE " MATCH-NAME " IS GONE"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM TYPE-REPORT-LINE THRU TYPE-REPORT-LINE-EXIT
               UNTIL REPORT-FILE-STATUS IS EQUAL TO "10"

           CLOSE REPORT-FILE

           DISPLAY "----------------------------------------"
           DISPLAY LINE-COUNT " LINES"

           MOVE ZERO TO RETURN-CODE
           STOP RUN.

      *    LIST EVERY DATED GENERATION AND REMEMBER THE ONE WANTED -
      *    RECIPIENTS' COPIES ARE THE SAME FILE AND ARE NOT LISTED.
      *    WITH NO DATE THE LATEST GENERATION WINS.
       SCAN-INDEX-LINE.
           READ REPORT-IDX
               AT END
                   MOVE "10" TO REPORT-IDX-STATUS
                   GO TO SCAN-INDEX-LINE-EXIT
           END-READ

           IF RIX-KIND IS NOT EQUAL TO "G" THEN
               GO TO SCAN-INDEX-LINE-EXIT
           END-IF

           ADD 1 TO INDEX-COUNT

           DISPLAY RIX-DATE " " RIX-UNTIL " " RIX-REPORT

           IF RIX-REPORT IS EQUAL TO WANT-REPORT THEN
               IF (WANT-DATE IS EQUAL TO SPACES AND
                   RIX-DATE IS NOT LESS THAN MATCH-DATE) OR
                   RIX-DATE IS EQUAL TO WANT-DATE THEN
                   MOVE RIX-PATH TO MATCH-NAME
                   MOVE RIX-DATE TO MATCH-DATE
                   MOVE RIX-UNTIL TO MATCH-UNTIL
               END-IF
           END-IF.

       SCAN-INDEX-LINE-EXIT.
           EXIT.

       TYPE-REPORT-LINE.
           READ REPORT-FILE
               AT END
                   MOVE "10" TO REPORT-FILE-STATUS
                   GO TO TYPE-REPORT-LINE-EXIT
           END-READ

           DISPLAY REPORT-LINE
           ADD 1 TO LINE-COUNT.

       TYPE-REPORT-LINE-EXIT.
           EXIT.

       END PROGRAM COBOL-SQLITE-RPTVIEW.
