       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLOR-TEST-AGING.
       AUTHOR.     Nicolo' Maffi.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKORDER-FILE ASSIGN TO "workorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKORDER-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "wohistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVENTORY-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "woaging.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT AGING-FILE ASSIGN TO "woaging.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT COLOR-TEST-FLEET WRITES - THE TECHS FLIP THE
      *    STATUS TO DONE AND MAY KEY THE CLOSE DATE AFTER IT
       FD  WORKORDER-FILE.
       01  WORKORDER-RECORD.
           02 WO-DATE      PIC 9(8).
           02 FILLER       PIC X.
           02 WO-STATION   PIC X(20).
           02 FILLER       PIC X.
           02 WO-REASON    PIC X(7).
           02 FILLER       PIC X.
           02 WO-LOCATION  PIC X(20).
           02 FILLER       PIC X.
           02 WO-MODEL     PIC X(12).
           02 FILLER       PIC X.
           02 WO-SERIAL    PIC X(12).
           02 FILLER       PIC X.
           02 WO-TECH      PIC X(12).
           02 FILLER       PIC X.
           02 WO-STATUS    PIC X(4).
           02 FILLER       PIC X.
           02 WO-CLOSED    PIC X(8).
      *    CLOSED ORDERS, KEPT FOR GOOD: THE ORDER AS IT STOOD WHEN IT
      *    WAS CLOSED, THE CLOSE DATE AND HOW MANY DAYS IT WAS OPEN
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           02 HIS-ORDER    PIC X(111).
           02 FILLER       PIC X.
           02 HIS-DAYS-OPEN PIC 9(4).
       01  HISTORY-DETAIL REDEFINES HISTORY-RECORD.
           02 HIS-DATE     PIC X(8).
           02 FILLER       PIC X.
           02 HIS-STATION  PIC X(20).
           02 FILLER       PIC X.
           02 HIS-REASON   PIC X(7).
           02 FILLER       PIC X.
           02 HIS-LOCATION PIC X(20).
           02 FILLER       PIC X.
           02 HIS-MODEL    PIC X(12).
           02 FILLER       PIC X(45).
       FD  INVENTORY-FILE.
       01  INVENTORY-RECORD.
           02 INV-NAME     PIC X(20).
           02 FILLER       PIC X.
           02 INV-MODEL    PIC X(12).
           02 FILLER       PIC X.
           02 INV-SERIAL   PIC X(12).
           02 FILLER       PIC X.
           02 INV-LOCATION PIC X(20).
           02 FILLER       PIC X.
           02 INV-TECH     PIC X(12).
      *    OPTIONAL CONTROL CARDS, ONE PER LINE, "*" IN COLUMN 1 FOR A
      *    COMMENT:
      *        SLA reason ddd      DAYS ALLOWED FOR THAT REASON
      *        SLA DEFAULT ddd     DAYS ALLOWED FOR ANY OTHER REASON
      *        WINDOW ddd          REPEAT-FAILURE LOOKBACK IN DAYS
      *        REPEATS nnn         ORDERS IN THE WINDOW THAT MAKE A
      *                            STATION OR MODEL A REPEAT FAILURE
       FD  CONTROL-FILE.
       01  CONTROL-RECORD  PIC X(80).
       FD  AGING-FILE.
       01  AGING-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
       77 WORKORDER-FILE-STATUS PIC X(02).
       77 HISTORY-FILE-STATUS PIC X(02).
       77 INVENTORY-FILE-STATUS PIC X(02).
       77 CONTROL-FILE-STATUS PIC X(02).
       77 AGING-FILE-STATUS   PIC X(02).
       77 RUN-DATE            PIC 9(8).
       77 RUN-DATE-INT        PIC 9(8).
       77 ORDER-DATE-INT      PIC 9(8).
       77 CLOSE-DATE          PIC 9(8).
       77 KEYED-CLOSE-DATE    PIC 9(8).
       77 CLOSE-DATE-INT      PIC 9(8).
       77 WINDOW-START-INT    PIC 9(8).
       77 ORDER-AGE           PIC 9(4).
       77 ORDER-SLA           PIC 9(3).
       77 ORDER-BAND          PIC 9.
       77 ORDER-TECH          PIC X(12).
       77 ORDER-LOCATION      PIC X(20).
       77 ORDER-MODEL         PIC X(12).
       77 DEFAULT-SLA         PIC 9(3)  VALUE IS 7.
       77 WINDOW-DAYS         PIC 9(3)  VALUE IS 90.
       77 REPEAT-MIN          PIC 9(3)  VALUE IS 3.
       77 CARD-KEY            PIC X(10).
       77 CARD-ARG            PIC X(10).
       77 CARD-NUM            PIC X(10).
       77 CARD-BAD            PIC X     VALUE IS "N".
       77 OPEN-COUNT          PIC 9(3)  VALUE IS ZERO.
       77 BREACH-COUNT        PIC 9(3)  VALUE IS ZERO.
       77 CLOSED-COUNT        PIC 9(3)  VALUE IS ZERO.
       77 BAD-DATE-COUNT      PIC 9(3)  VALUE IS ZERO.
       77 REPEAT-STATION-COUNT PIC 9(3) VALUE IS ZERO.
       77 REPEAT-MODEL-COUNT  PIC 9(3)  VALUE IS ZERO.
       77 SCAN-STATION        PIC X(20).
       77 SCAN-MODEL          PIC X(12).
       77 SCAN-REASON         PIC X(7).
       77 SCAN-DATE           PIC X(8).
       77 SCAN-DATE-NUM       PIC 9(8).
       77 ORDER-COUNT         PIC 9(4)  VALUE IS ZERO.
       77 FOUND               PIC 9(3).
       01 INVENTORY-TABLE.
           02 IVT-COUNT    PIC 9(3)  VALUE IS ZERO.
           02 IVT-ENTRY    OCCURS 100 TIMES.
               03 IVT-NAME     PIC X(20).
               03 IVT-MODEL    PIC X(12).
               03 IVT-LOCATION PIC X(20).
               03 IVT-TECH     PIC X(12).
       77 IVT-IDX             PIC 9(3).
       77 IVT-FOUND           PIC 9(3).
      *    ORDERS STILL OPEN - WRITTEN BACK TO workorders.dat
       01 KEEP-TABLE.
           02 KEP-COUNT    PIC 9(3)  VALUE IS ZERO.
           02 KEP-RECORD   PIC X(111) OCCURS 500 TIMES.
       77 KEP-IDX             PIC 9(3).
      *    SLA AND AGE BANDS PER REASON - BANDS ARE 0-7, 8-14, 15-30
      *    AND OVER 30 DAYS OPEN
       01 REASON-TABLE.
           02 RSN-COUNT    PIC 9(3)  VALUE IS ZERO.
           02 RSN-ENTRY    OCCURS 30 TIMES.
               03 RSN-CODE     PIC X(7).
               03 RSN-SLA      PIC 9(3).
               03 RSN-OPEN     PIC 9(3).
               03 RSN-BREACH   PIC 9(3).
               03 RSN-BAND     PIC 9(3) OCCURS 4 TIMES.
       77 RSN-IDX             PIC 9(3).
       77 BAND-IDX            PIC 9.
       01 TECH-TABLE.
           02 TCH-COUNT    PIC 9(3)  VALUE IS ZERO.
           02 TCH-ENTRY    OCCURS 100 TIMES.
               03 TCH-NAME     PIC X(12).
               03 TCH-OPEN     PIC 9(3).
               03 TCH-BREACH   PIC 9(3).
               03 TCH-CLOSED   PIC 9(3).
               03 TCH-OLDEST   PIC 9(4).
       77 TCH-IDX             PIC 9(3).
       01 LOCATION-TABLE.
           02 LOC-COUNT    PIC 9(3)  VALUE IS ZERO.
           02 LOC-ENTRY    OCCURS 100 TIMES.
               03 LOC-NAME     PIC X(20).
               03 LOC-OPEN     PIC 9(3).
               03 LOC-BREACH   PIC 9(3).
               03 LOC-CLOSED   PIC 9(3).
       77 LOC-IDX             PIC 9(3).
      *    ORDERS RAISED INSIDE THE REPEAT WINDOW, OPEN OR CLOSED
       01 REPEAT-STATION-TABLE.
           02 RPS-COUNT    PIC 9(3)  VALUE IS ZERO.
           02 RPS-ENTRY    OCCURS 300 TIMES.
               03 RPS-NAME     PIC X(20).
               03 RPS-MODEL    PIC X(12).
               03 RPS-ORDERS   PIC 9(3).
               03 RPS-LAST-DATE PIC X(8).
               03 RPS-LAST-REASON PIC X(7).
       77 RPS-IDX             PIC 9(3).
       01 REPEAT-MODEL-TABLE.
           02 RPM-COUNT    PIC 9(3)  VALUE IS ZERO.
           02 RPM-ENTRY    OCCURS 100 TIMES.
               03 RPM-MODEL    PIC X(12).
               03 RPM-ORDERS   PIC 9(3).
               03 RPM-STATIONS PIC 9(3).
               03 RPM-FAILING  PIC 9(3).
       77 RPM-IDX             PIC 9(3).
       01 AGING-HEADER.
           02 FILLER       PIC X(30)
               VALUE IS "WORK ORDER AGING AND SLA".
           02 FILLER       PIC X(8)  VALUE IS "  DATE: ".
           02 AH-DATE      PIC 9(8).
       01 SECTION-HEADER.
           02 SH-TEXT      PIC X(34).
           02 SH-DAYS      PIC ZZ9.
           02 SH-TEXT-2    PIC X(15).
           02 SH-MIN       PIC ZZ9.
           02 SH-TEXT-3    PIC X(20).
       01 OPEN-COLUMNS.
           02 FILLER       PIC X(22) VALUE IS "WORKSTATION".
           02 FILLER       PIC X(9)  VALUE IS "REASON".
           02 FILLER       PIC X(10) VALUE IS "OPENED".
           02 FILLER       PIC X(6)  VALUE IS "DAYS".
           02 FILLER       PIC X(5)  VALUE IS "SLA".
           02 FILLER       PIC X(8)  VALUE IS "STATUS".
           02 FILLER       PIC X(12) VALUE IS "TECH".
       01 OPEN-LINE.
           02 OPL-STATION  PIC X(20).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 OPL-REASON   PIC X(7).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 OPL-DATE     PIC X(8).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 OPL-AGE      PIC ZZZ9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 OPL-SLA      PIC ZZ9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 OPL-STATUS   PIC X(6).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 OPL-TECH     PIC X(12).
       01 BAND-COLUMNS.
           02 FILLER       PIC X(9)  VALUE IS "REASON".
           02 FILLER       PIC X(5)  VALUE IS "SLA".
           02 FILLER       PIC X(6)  VALUE IS " OPEN".
           02 FILLER       PIC X(6)  VALUE IS "  0-7".
           02 FILLER       PIC X(6)  VALUE IS " 8-14".
           02 FILLER       PIC X(6)  VALUE IS "15-30".
           02 FILLER       PIC X(6)  VALUE IS "  >30".
           02 FILLER       PIC X(7)  VALUE IS " BREACH".
       01 BAND-LINE.
           02 BDL-REASON   PIC X(7).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 BDL-SLA      PIC ZZ9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 BDL-OPEN     PIC ZZZZZ9.
           02 BDL-BAND     PIC ZZZZZ9 OCCURS 4 TIMES.
           02 BDL-BREACH   PIC ZZZZZZ9.
       01 TECH-COLUMNS.
           02 FILLER       PIC X(14) VALUE IS "TECH".
           02 FILLER       PIC X(6)  VALUE IS " OPEN".
           02 FILLER       PIC X(7)  VALUE IS " BREACH".
           02 FILLER       PIC X(7)  VALUE IS " CLOSED".
           02 FILLER       PIC X(7)  VALUE IS " OLDEST".
       01 TECH-LINE.
           02 TCL-NAME     PIC X(12).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 TCL-OPEN     PIC ZZZZZ9.
           02 TCL-BREACH   PIC ZZZZZZ9.
           02 TCL-CLOSED   PIC ZZZZZZ9.
           02 TCL-OLDEST   PIC ZZZZZZ9.
       01 LOCATION-COLUMNS.
           02 FILLER       PIC X(22) VALUE IS "LOCATION".
           02 FILLER       PIC X(6)  VALUE IS " OPEN".
           02 FILLER       PIC X(7)  VALUE IS " BREACH".
           02 FILLER       PIC X(7)  VALUE IS " CLOSED".
       01 LOCATION-LINE.
           02 LCL-NAME     PIC X(20).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 LCL-OPEN     PIC ZZZZZ9.
           02 LCL-BREACH   PIC ZZZZZZ9.
           02 LCL-CLOSED   PIC ZZZZZZ9.
       01 REPEAT-STATION-COLUMNS.
           02 FILLER       PIC X(22) VALUE IS "WORKSTATION".
           02 FILLER       PIC X(14) VALUE IS "MODEL".
           02 FILLER       PIC X(8)  VALUE IS "ORDERS".
           02 FILLER       PIC X(10) VALUE IS "LAST".
           02 FILLER       PIC X(7)  VALUE IS "REASON".
       01 REPEAT-STATION-LINE.
           02 RSL-NAME     PIC X(20).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 RSL-MODEL    PIC X(12).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 RSL-ORDERS   PIC ZZZZZ9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 RSL-LAST-DATE PIC X(8).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 RSL-LAST-REASON PIC X(7).
       01 REPEAT-MODEL-COLUMNS.
           02 FILLER       PIC X(14) VALUE IS "MODEL".
           02 FILLER       PIC X(8)  VALUE IS "ORDERS".
           02 FILLER       PIC X(10) VALUE IS "STATIONS".
           02 FILLER       PIC X(9)  VALUE IS "REPEATING".
       01 REPEAT-MODEL-LINE.
           02 RML-MODEL    PIC X(12).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 RML-ORDERS   PIC ZZZZZ9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 RML-STATIONS PIC ZZZZZZZ9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 RML-FAILING  PIC ZZZZZZZZ9.
       01 TRAILER-LINE.
           02 FILLER       PIC X(5)  VALUE IS "OPEN ".
           02 TRL-OPEN     PIC ZZ9.
           02 FILLER       PIC X(11) VALUE IS "  BREACHED ".
           02 TRL-BREACH   PIC ZZ9.
           02 FILLER       PIC X(9)  VALUE IS "  CLOSED ".
           02 TRL-CLOSED   PIC ZZ9.
           02 FILLER       PIC X(18) VALUE IS "  REPEAT STATIONS ".
           02 TRL-REPEAT-STATIONS PIC ZZ9.
           02 FILLER       PIC X(9)  VALUE IS "  MODELS ".
           02 TRL-REPEAT-MODELS PIC ZZ9.
       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)

           PERFORM LOAD-CONTROL-CARDS THRU LOAD-CONTROL-CARDS-EXIT

           IF CARD-BAD IS EQUAL TO "Y" THEN
               DISPLAY "FIX THE CONTROL CARDS AND RERUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WINDOW-START-INT = RUN-DATE-INT - WINDOW-DAYS

           PERFORM LOAD-INVENTORY THRU LOAD-INVENTORY-EXIT

           OPEN INPUT WORKORDER-FILE

           IF WORKORDER-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON WORKORDER-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    COUNT FIRST SO A FILE TOO BIG FOR THE TABLE STOPS THE RUN
      *    BEFORE ANYTHING IS ARCHIVED
           PERFORM COUNT-ONE-ORDER THRU COUNT-ONE-ORDER-EXIT
               UNTIL WORKORDER-FILE-STATUS IS EQUAL TO "10"

           CLOSE WORKORDER-FILE

           IF ORDER-COUNT IS GREATER THAN 500 THEN
               DISPLAY "MORE THAN 500 WORK ORDERS ON FILE - "
                   "NOTHING ARCHIVED, FILE LEFT AS IT WAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT WORKORDER-FILE

           PERFORM SCAN-HISTORY THRU SCAN-HISTORY-EXIT

           OPEN EXTEND HISTORY-FILE

           IF HISTORY-FILE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF

           IF HISTORY-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON HISTORY-FILE"
               MOVE 8 TO RETURN-CODE
               CLOSE WORKORDER-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT AGING-FILE

           IF AGING-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON AGING-FILE"
               MOVE 8 TO RETURN-CODE
               CLOSE WORKORDER-FILE
               CLOSE HISTORY-FILE
               STOP RUN
           END-IF

           MOVE RUN-DATE TO AH-DATE
           WRITE AGING-LINE FROM AGING-HEADER
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE SPACES TO SECTION-HEADER
           MOVE "OPEN WORK ORDERS" TO SH-TEXT
           WRITE AGING-LINE FROM SECTION-HEADER
           WRITE AGING-LINE FROM OPEN-COLUMNS

           PERFORM AGE-ONE-ORDER THRU AGE-ONE-ORDER-EXIT
               UNTIL WORKORDER-FILE-STATUS IS EQUAL TO "10"

           CLOSE WORKORDER-FILE
           CLOSE HISTORY-FILE

           IF OPEN-COUNT IS EQUAL TO ZERO THEN
               MOVE "(NONE)" TO AGING-LINE
               WRITE AGING-LINE
           END-IF

      *    ONLY THE ORDERS STILL OPEN GO BACK - THE CLOSED ONES ARE
      *    ON THE HISTORY FILE NOW
           OPEN OUTPUT WORKORDER-FILE

           IF WORKORDER-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON WORKORDER-FILE - CLOSED "
                   "ORDERS ARE ARCHIVED BUT OPEN ONES NOT REWRITTEN"
               MOVE 8 TO RETURN-CODE
               CLOSE AGING-FILE
               STOP RUN
           END-IF

           PERFORM REWRITE-OPEN-ORDER
               VARYING KEP-IDX FROM 1 BY 1
               UNTIL KEP-IDX IS GREATER THAN KEP-COUNT

           CLOSE WORKORDER-FILE

           PERFORM WRITE-BAND-SECTION
           PERFORM WRITE-TECH-SECTION
           PERFORM WRITE-LOCATION-SECTION
           PERFORM WRITE-REPEAT-SECTION

           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE OPEN-COUNT TO TRL-OPEN
           MOVE BREACH-COUNT TO TRL-BREACH
           MOVE CLOSED-COUNT TO TRL-CLOSED
           MOVE REPEAT-STATION-COUNT TO TRL-REPEAT-STATIONS
           MOVE REPEAT-MODEL-COUNT TO TRL-REPEAT-MODELS
           WRITE AGING-LINE FROM TRAILER-LINE

           CLOSE AGING-FILE

           DISPLAY OPEN-COUNT " WORK ORDERS OPEN, "
               BREACH-COUNT " PAST SLA"
           DISPLAY CLOSED-COUNT " CLOSED ORDERS MOVED TO HISTORY"
           DISPLAY REPEAT-STATION-COUNT " REPEAT-FAILURE STATIONS, "
               REPEAT-MODEL-COUNT " MODELS"

           IF BAD-DATE-COUNT IS GREATER THAN ZERO THEN
               DISPLAY BAD-DATE-COUNT " WORK ORDERS WITH NO READABLE "
                   "DATE LEFT OPEN"
           END-IF

           IF BREACH-COUNT IS GREATER THAN ZERO OR
               REPEAT-STATION-COUNT IS GREATER THAN ZERO OR
               REPEAT-MODEL-COUNT IS GREATER THAN ZERO OR
               BAD-DATE-COUNT IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CONTROL-CARDS.
           OPEN INPUT CONTROL-FILE

           IF CONTROL-FILE-STATUS IS NOT EQUAL TO "00" THEN
               GO TO LOAD-CONTROL-CARDS-EXIT
           END-IF

           PERFORM READ-CONTROL-CARD THRU READ-CONTROL-CARD-EXIT
               UNTIL CONTROL-FILE-STATUS IS EQUAL TO "10"

           CLOSE CONTROL-FILE.

       LOAD-CONTROL-CARDS-EXIT.
           EXIT.

       READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
                   MOVE "10" TO CONTROL-FILE-STATUS
                   GO TO READ-CONTROL-CARD-EXIT
           END-READ

           IF CONTROL-RECORD IS EQUAL TO SPACES OR
               CONTROL-RECORD(1:1) IS EQUAL TO "*" THEN
               GO TO READ-CONTROL-CARD-EXIT
           END-IF

           MOVE SPACES TO CARD-KEY CARD-ARG CARD-NUM
           UNSTRING CONTROL-RECORD DELIMITED BY ALL SPACE
               INTO CARD-KEY CARD-ARG CARD-NUM
           END-UNSTRING

           EVALUATE CARD-KEY
               WHEN "SLA"
                   IF CARD-ARG IS EQUAL TO SPACES OR
                       CARD-NUM(1:3) IS NOT NUMERIC OR
                       CARD-NUM(4:) IS NOT EQUAL TO SPACES THEN
                       GO TO READ-CONTROL-CARD-BAD
                   END-IF
                   IF CARD-ARG IS EQUAL TO "DEFAULT" THEN
                       MOVE CARD-NUM(1:3) TO DEFAULT-SLA
                   ELSE
                       MOVE CARD-ARG TO SCAN-REASON
                       PERFORM FIND-REASON
                       MOVE CARD-NUM(1:3) TO RSN-SLA(RSN-IDX)
                   END-IF
               WHEN "WINDOW"
                   IF CARD-ARG(1:3) IS NOT NUMERIC OR
                       CARD-ARG(4:) IS NOT EQUAL TO SPACES OR
                       CARD-ARG(1:3) IS EQUAL TO "000" THEN
                       GO TO READ-CONTROL-CARD-BAD
                   END-IF
                   MOVE CARD-ARG(1:3) TO WINDOW-DAYS
               WHEN "REPEATS"
                   IF CARD-ARG(1:3) IS NOT NUMERIC OR
                       CARD-ARG(4:) IS NOT EQUAL TO SPACES OR
                       CARD-ARG(1:3) IS LESS THAN "002" THEN
                       GO TO READ-CONTROL-CARD-BAD
                   END-IF
                   MOVE CARD-ARG(1:3) TO REPEAT-MIN
               WHEN OTHER
                   GO TO READ-CONTROL-CARD-BAD
           END-EVALUATE

           GO TO READ-CONTROL-CARD-EXIT.

       READ-CONTROL-CARD-BAD.
           DISPLAY "BAD CONTROL CARD: " CONTROL-RECORD
           MOVE "Y" TO CARD-BAD.

       READ-CONTROL-CARD-EXIT.
           EXIT.

      *    REASONS PICK UP THE DEFAULT SLA UNLESS A CARD NAMED THEM.
      *    THE TABLE IS SMALL; A REASON PAST THE END SHARES THE LAST
      *    ENTRY RATHER THAN BEING DROPPED FROM THE TOTALS
       FIND-REASON.
           MOVE ZERO TO FOUND

           PERFORM VARYING RSN-IDX FROM 1 BY 1
               UNTIL RSN-IDX IS GREATER THAN RSN-COUNT OR
                     FOUND IS GREATER THAN ZERO
               IF RSN-CODE(RSN-IDX) IS EQUAL TO SCAN-REASON THEN
                   MOVE RSN-IDX TO FOUND
               END-IF
           END-PERFORM

           IF FOUND IS EQUAL TO ZERO THEN
               IF RSN-COUNT IS LESS THAN 30 THEN
                   ADD 1 TO RSN-COUNT
                   INITIALIZE RSN-ENTRY(RSN-COUNT)
                   MOVE SCAN-REASON TO RSN-CODE(RSN-COUNT)
                   MOVE 999 TO RSN-SLA(RSN-COUNT)
               END-IF
               MOVE RSN-COUNT TO FOUND
           END-IF

           MOVE FOUND TO RSN-IDX.

      *    EVERY ORDER ALREADY ARCHIVED COUNTS TOWARDS THE REPEAT
      *    FAILURES IF IT WAS RAISED INSIDE THE WINDOW
       SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE

           IF HISTORY-FILE-STATUS IS NOT EQUAL TO "00" THEN
               GO TO SCAN-HISTORY-EXIT
           END-IF

           PERFORM SCAN-ONE-HISTORY THRU SCAN-ONE-HISTORY-EXIT
               UNTIL HISTORY-FILE-STATUS IS EQUAL TO "10"

           CLOSE HISTORY-FILE.

       SCAN-HISTORY-EXIT.
           EXIT.

       SCAN-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE "10" TO HISTORY-FILE-STATUS
                   GO TO SCAN-ONE-HISTORY-EXIT
           END-READ

           IF HIS-DATE IS NOT NUMERIC THEN
               GO TO SCAN-ONE-HISTORY-EXIT
           END-IF

           MOVE HIS-STATION TO SCAN-STATION
           MOVE HIS-MODEL TO SCAN-MODEL
           MOVE HIS-REASON TO SCAN-REASON
           MOVE HIS-DATE TO SCAN-DATE
           PERFORM COUNT-REPEAT THRU COUNT-REPEAT-EXIT.

       SCAN-ONE-HISTORY-EXIT.
           EXIT.

       COUNT-ONE-ORDER.
           READ WORKORDER-FILE
               AT END
                   MOVE "10" TO WORKORDER-FILE-STATUS
                   GO TO COUNT-ONE-ORDER-EXIT
           END-READ

           IF WORKORDER-RECORD IS NOT EQUAL TO SPACES THEN
               ADD 1 TO ORDER-COUNT
           END-IF.

       COUNT-ONE-ORDER-EXIT.
           EXIT.

       AGE-ONE-ORDER.
           READ WORKORDER-FILE
               AT END
                   MOVE "10" TO WORKORDER-FILE-STATUS
                   GO TO AGE-ONE-ORDER-EXIT
           END-READ

           IF WORKORDER-RECORD IS EQUAL TO SPACES THEN
               GO TO AGE-ONE-ORDER-EXIT
           END-IF

           INSPECT WO-STATUS CONVERTING "adeno" TO "ADENO"

           IF WO-DATE IS NOT NUMERIC THEN
               ADD 1 TO BAD-DATE-COUNT
               PERFORM KEEP-ORDER
               GO TO AGE-ONE-ORDER-EXIT
           END-IF

      *    NUMERIC BUT NO SUCH DAY - THERE IS NO AGE TO GIVE IT
           IF FUNCTION TEST-DATE-YYYYMMDD(WO-DATE) IS NOT EQUAL TO
               ZERO THEN
               ADD 1 TO BAD-DATE-COUNT
               PERFORM KEEP-ORDER
               GO TO AGE-ONE-ORDER-EXIT
           END-IF

           COMPUTE ORDER-DATE-INT = FUNCTION INTEGER-OF-DATE(WO-DATE)

           PERFORM FIND-INVENTORY

           MOVE WO-TECH TO ORDER-TECH
           MOVE WO-LOCATION TO ORDER-LOCATION
           MOVE WO-MODEL TO ORDER-MODEL

           IF IVT-FOUND IS GREATER THAN ZERO THEN
               MOVE IVT-LOCATION(IVT-FOUND) TO ORDER-LOCATION
               IF ORDER-TECH IS EQUAL TO SPACES THEN
                   MOVE IVT-TECH(IVT-FOUND) TO ORDER-TECH
               END-IF
               IF ORDER-MODEL IS EQUAL TO SPACES THEN
                   MOVE IVT-MODEL(IVT-FOUND) TO ORDER-MODEL
               END-IF
           END-IF

           IF ORDER-TECH IS EQUAL TO SPACES THEN
               MOVE "(UNASSIGNED)" TO ORDER-TECH
           END-IF

           IF ORDER-LOCATION IS EQUAL TO SPACES THEN
               MOVE "(NOT ON INVENTORY)" TO ORDER-LOCATION
           END-IF

           MOVE WO-STATION TO SCAN-STATION
           MOVE ORDER-MODEL TO SCAN-MODEL
           MOVE WO-REASON TO SCAN-REASON
           MOVE WO-DATE TO SCAN-DATE
           PERFORM COUNT-REPEAT THRU COUNT-REPEAT-EXIT

           PERFORM FIND-TECH
           PERFORM FIND-LOCATION

           IF WO-STATUS IS EQUAL TO "DONE" THEN
               PERFORM CLOSE-ORDER
               GO TO AGE-ONE-ORDER-EXIT
           END-IF

           PERFORM KEEP-ORDER
           ADD 1 TO OPEN-COUNT

           COMPUTE ORDER-AGE = RUN-DATE-INT - ORDER-DATE-INT

           MOVE WO-REASON TO SCAN-REASON
           PERFORM FIND-REASON
           IF RSN-SLA(RSN-IDX) IS EQUAL TO 999 THEN
               MOVE DEFAULT-SLA TO RSN-SLA(RSN-IDX)
           END-IF
           MOVE RSN-SLA(RSN-IDX) TO ORDER-SLA

           EVALUATE TRUE
               WHEN ORDER-AGE IS LESS THAN 8
                   MOVE 1 TO ORDER-BAND
               WHEN ORDER-AGE IS LESS THAN 15
                   MOVE 2 TO ORDER-BAND
               WHEN ORDER-AGE IS LESS THAN 31
                   MOVE 3 TO ORDER-BAND
               WHEN OTHER
                   MOVE 4 TO ORDER-BAND
           END-EVALUATE

           ADD 1 TO RSN-OPEN(RSN-IDX)
           ADD 1 TO RSN-BAND(RSN-IDX, ORDER-BAND)
           ADD 1 TO TCH-OPEN(TCH-IDX)
           ADD 1 TO LOC-OPEN(LOC-IDX)

           IF ORDER-AGE IS GREATER THAN TCH-OLDEST(TCH-IDX) THEN
               MOVE ORDER-AGE TO TCH-OLDEST(TCH-IDX)
           END-IF

           MOVE SPACES TO OPEN-LINE
           MOVE WO-STATION TO OPL-STATION
           MOVE WO-REASON TO OPL-REASON
           MOVE WO-DATE TO OPL-DATE
           MOVE ORDER-AGE TO OPL-AGE
           MOVE ORDER-SLA TO OPL-SLA
           MOVE ORDER-TECH TO OPL-TECH

           IF ORDER-AGE IS GREATER THAN ORDER-SLA THEN
               MOVE "BREACH" TO OPL-STATUS
               ADD 1 TO BREACH-COUNT
               ADD 1 TO RSN-BREACH(RSN-IDX)
               ADD 1 TO TCH-BREACH(TCH-IDX)
               ADD 1 TO LOC-BREACH(LOC-IDX)
           ELSE
               MOVE "OK" TO OPL-STATUS
           END-IF

           WRITE AGING-LINE FROM OPEN-LINE.

       AGE-ONE-ORDER-EXIT.
           EXIT.

      *    THE TECH'S OWN CLOSE DATE IF THEY KEYED ONE, OTHERWISE THE
      *    DATE OF THE FIRST AGING RUN THAT FOUND THE ORDER DONE
       CLOSE-ORDER.
           MOVE RUN-DATE TO CLOSE-DATE

           IF WO-CLOSED IS NUMERIC THEN
               MOVE WO-CLOSED TO KEYED-CLOSE-DATE

               IF FUNCTION TEST-DATE-YYYYMMDD(KEYED-CLOSE-DATE)
                   IS EQUAL TO ZERO AND
                   KEYED-CLOSE-DATE IS NOT LESS THAN WO-DATE AND
                   KEYED-CLOSE-DATE IS NOT GREATER THAN RUN-DATE THEN
                   MOVE KEYED-CLOSE-DATE TO CLOSE-DATE
               END-IF
           END-IF

           COMPUTE CLOSE-DATE-INT = FUNCTION INTEGER-OF-DATE(CLOSE-DATE)

           MOVE CLOSE-DATE TO WO-CLOSED
           MOVE SPACES TO HISTORY-RECORD
           MOVE WORKORDER-RECORD TO HIS-ORDER
           COMPUTE HIS-DAYS-OPEN = CLOSE-DATE-INT - ORDER-DATE-INT
           WRITE HISTORY-RECORD

           ADD 1 TO CLOSED-COUNT
           ADD 1 TO TCH-CLOSED(TCH-IDX)
           ADD 1 TO LOC-CLOSED(LOC-IDX).

       KEEP-ORDER.
           ADD 1 TO KEP-COUNT
           MOVE WORKORDER-RECORD TO KEP-RECORD(KEP-COUNT).

       REWRITE-OPEN-ORDER.
           MOVE KEP-RECORD(KEP-IDX) TO WORKORDER-RECORD
           WRITE WORKORDER-RECORD.

       FIND-INVENTORY.
           MOVE ZERO TO IVT-FOUND

           PERFORM VARYING IVT-IDX FROM 1 BY 1
               UNTIL IVT-IDX IS GREATER THAN IVT-COUNT OR
                     IVT-FOUND IS GREATER THAN ZERO
               IF IVT-NAME(IVT-IDX) IS EQUAL TO WO-STATION THEN
                   MOVE IVT-IDX TO IVT-FOUND
               END-IF
           END-PERFORM.

       FIND-TECH.
           MOVE ZERO TO FOUND

           PERFORM VARYING TCH-IDX FROM 1 BY 1
               UNTIL TCH-IDX IS GREATER THAN TCH-COUNT OR
                     FOUND IS GREATER THAN ZERO
               IF TCH-NAME(TCH-IDX) IS EQUAL TO ORDER-TECH THEN
                   MOVE TCH-IDX TO FOUND
               END-IF
           END-PERFORM

           IF FOUND IS EQUAL TO ZERO THEN
               IF TCH-COUNT IS LESS THAN 100 THEN
                   ADD 1 TO TCH-COUNT
                   INITIALIZE TCH-ENTRY(TCH-COUNT)
                   MOVE ORDER-TECH TO TCH-NAME(TCH-COUNT)
               END-IF
               MOVE TCH-COUNT TO FOUND
           END-IF

           MOVE FOUND TO TCH-IDX.

       FIND-LOCATION.
           MOVE ZERO TO FOUND

           PERFORM VARYING LOC-IDX FROM 1 BY 1
               UNTIL LOC-IDX IS GREATER THAN LOC-COUNT OR
                     FOUND IS GREATER THAN ZERO
               IF LOC-NAME(LOC-IDX) IS EQUAL TO ORDER-LOCATION THEN
                   MOVE LOC-IDX TO FOUND
               END-IF
           END-PERFORM

           IF FOUND IS EQUAL TO ZERO THEN
               IF LOC-COUNT IS LESS THAN 100 THEN
                   ADD 1 TO LOC-COUNT
                   INITIALIZE LOC-ENTRY(LOC-COUNT)
                   MOVE ORDER-LOCATION TO LOC-NAME(LOC-COUNT)
               END-IF
               MOVE LOC-COUNT TO FOUND
           END-IF

           MOVE FOUND TO LOC-IDX.

      *    ONE MORE ORDER AGAINST A STATION IF IT WAS RAISED INSIDE
      *    THE REPEAT WINDOW. THE LATEST ORDER GIVES THE LAST REASON
       COUNT-REPEAT.
           MOVE SCAN-DATE TO SCAN-DATE-NUM

           IF FUNCTION INTEGER-OF-DATE(SCAN-DATE-NUM)
               IS LESS THAN WINDOW-START-INT THEN
               GO TO COUNT-REPEAT-EXIT
           END-IF

           MOVE ZERO TO FOUND

           PERFORM VARYING RPS-IDX FROM 1 BY 1
               UNTIL RPS-IDX IS GREATER THAN RPS-COUNT OR
                     FOUND IS GREATER THAN ZERO
               IF RPS-NAME(RPS-IDX) IS EQUAL TO SCAN-STATION THEN
                   MOVE RPS-IDX TO FOUND
               END-IF
           END-PERFORM

           IF FOUND IS EQUAL TO ZERO THEN
               IF RPS-COUNT IS NOT LESS THAN 300 THEN
                   GO TO COUNT-REPEAT-EXIT
               END-IF
               ADD 1 TO RPS-COUNT
               MOVE RPS-COUNT TO FOUND
               INITIALIZE RPS-ENTRY(FOUND)
               MOVE SCAN-STATION TO RPS-NAME(FOUND)
           END-IF

           ADD 1 TO RPS-ORDERS(FOUND)

           IF SCAN-MODEL IS NOT EQUAL TO SPACES THEN
               MOVE SCAN-MODEL TO RPS-MODEL(FOUND)
           END-IF

           IF SCAN-DATE IS NOT LESS THAN RPS-LAST-DATE(FOUND) THEN
               MOVE SCAN-DATE TO RPS-LAST-DATE(FOUND)
               MOVE SCAN-REASON TO RPS-LAST-REASON(FOUND)
           END-IF.

       COUNT-REPEAT-EXIT.
           EXIT.

       WRITE-BAND-SECTION.
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE SPACES TO SECTION-HEADER
           MOVE "OPEN ORDERS BY AGE - DAYS OPEN" TO SH-TEXT
           WRITE AGING-LINE FROM SECTION-HEADER
           WRITE AGING-LINE FROM BAND-COLUMNS

           MOVE ZERO TO FOUND

           PERFORM WRITE-BAND-LINE
               VARYING RSN-IDX FROM 1 BY 1
               UNTIL RSN-IDX IS GREATER THAN RSN-COUNT

           IF FOUND IS EQUAL TO ZERO THEN
               MOVE "(NONE)" TO AGING-LINE
               WRITE AGING-LINE
           END-IF.

       WRITE-BAND-LINE.
           IF RSN-OPEN(RSN-IDX) IS EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO FOUND
           MOVE RSN-CODE(RSN-IDX) TO BDL-REASON
           MOVE RSN-SLA(RSN-IDX) TO BDL-SLA
           MOVE RSN-OPEN(RSN-IDX) TO BDL-OPEN

           PERFORM VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX IS GREATER THAN 4
               MOVE RSN-BAND(RSN-IDX, BAND-IDX)
                   TO BDL-BAND(BAND-IDX)
           END-PERFORM

           MOVE RSN-BREACH(RSN-IDX) TO BDL-BREACH
           WRITE AGING-LINE FROM BAND-LINE.

       WRITE-TECH-SECTION.
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE SPACES TO SECTION-HEADER
           MOVE "WORKLOAD BY TECH" TO SH-TEXT
           WRITE AGING-LINE FROM SECTION-HEADER
           WRITE AGING-LINE FROM TECH-COLUMNS

           IF TCH-COUNT IS EQUAL TO ZERO THEN
               MOVE "(NONE)" TO AGING-LINE
               WRITE AGING-LINE
           END-IF

           PERFORM WRITE-TECH-LINE
               VARYING TCH-IDX FROM 1 BY 1
               UNTIL TCH-IDX IS GREATER THAN TCH-COUNT.

       WRITE-TECH-LINE.
           MOVE SPACES TO TECH-LINE
           MOVE TCH-NAME(TCH-IDX) TO TCL-NAME
           MOVE TCH-OPEN(TCH-IDX) TO TCL-OPEN
           MOVE TCH-BREACH(TCH-IDX) TO TCL-BREACH
           MOVE TCH-CLOSED(TCH-IDX) TO TCL-CLOSED
           MOVE TCH-OLDEST(TCH-IDX) TO TCL-OLDEST
           WRITE AGING-LINE FROM TECH-LINE.

       WRITE-LOCATION-SECTION.
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE SPACES TO SECTION-HEADER
           MOVE "WORKLOAD BY LOCATION" TO SH-TEXT
           WRITE AGING-LINE FROM SECTION-HEADER
           WRITE AGING-LINE FROM LOCATION-COLUMNS

           IF LOC-COUNT IS EQUAL TO ZERO THEN
               MOVE "(NONE)" TO AGING-LINE
               WRITE AGING-LINE
           END-IF

           PERFORM WRITE-LOCATION-LINE
               VARYING LOC-IDX FROM 1 BY 1
               UNTIL LOC-IDX IS GREATER THAN LOC-COUNT.

       WRITE-LOCATION-LINE.
           MOVE SPACES TO LOCATION-LINE
           MOVE LOC-NAME(LOC-IDX) TO LCL-NAME
           MOVE LOC-OPEN(LOC-IDX) TO LCL-OPEN
           MOVE LOC-BREACH(LOC-IDX) TO LCL-BREACH
           MOVE LOC-CLOSED(LOC-IDX) TO LCL-CLOSED
           WRITE AGING-LINE FROM LOCATION-LINE.

      *    FOR THE HARDWARE BUDGET: STATIONS WITH REPEAT-MIN OR MORE
      *    ORDERS IN THE WINDOW, THEN EVERY MODEL WITH REPEAT-MIN OR
      *    MORE ORDERS ACROSS ALL ITS STATIONS
       WRITE-REPEAT-SECTION.
           PERFORM ROLL-UP-MODEL
               VARYING RPS-IDX FROM 1 BY 1
               UNTIL RPS-IDX IS GREATER THAN RPS-COUNT

           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE SPACES TO SECTION-HEADER
           MOVE "REPEAT FAILURES BY STATION - LAST " TO SH-TEXT
           MOVE WINDOW-DAYS TO SH-DAYS
           MOVE " DAYS, AT LEAST" TO SH-TEXT-2
           MOVE REPEAT-MIN TO SH-MIN
           MOVE " ORDERS" TO SH-TEXT-3
           WRITE AGING-LINE FROM SECTION-HEADER
           WRITE AGING-LINE FROM REPEAT-STATION-COLUMNS

           PERFORM WRITE-REPEAT-STATION-LINE
               VARYING RPS-IDX FROM 1 BY 1
               UNTIL RPS-IDX IS GREATER THAN RPS-COUNT

           IF REPEAT-STATION-COUNT IS EQUAL TO ZERO THEN
               MOVE "(NONE)" TO AGING-LINE
               WRITE AGING-LINE
           END-IF

           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE "REPEAT FAILURES BY MODEL - SAME PERIOD" TO AGING-LINE
           WRITE AGING-LINE
           WRITE AGING-LINE FROM REPEAT-MODEL-COLUMNS

           PERFORM WRITE-REPEAT-MODEL-LINE
               VARYING RPM-IDX FROM 1 BY 1
               UNTIL RPM-IDX IS GREATER THAN RPM-COUNT

           IF REPEAT-MODEL-COUNT IS EQUAL TO ZERO THEN
               MOVE "(NONE)" TO AGING-LINE
               WRITE AGING-LINE
           END-IF.

       ROLL-UP-MODEL.
           IF RPS-MODEL(RPS-IDX) IS EQUAL TO SPACES THEN
               MOVE "(UNKNOWN)" TO RPS-MODEL(RPS-IDX)
           END-IF

           MOVE ZERO TO FOUND

           PERFORM VARYING RPM-IDX FROM 1 BY 1
               UNTIL RPM-IDX IS GREATER THAN RPM-COUNT OR
                     FOUND IS GREATER THAN ZERO
               IF RPM-MODEL(RPM-IDX) IS EQUAL TO RPS-MODEL(RPS-IDX)
                   THEN
                   MOVE RPM-IDX TO FOUND
               END-IF
           END-PERFORM

           IF FOUND IS EQUAL TO ZERO THEN
               IF RPM-COUNT IS NOT LESS THAN 100 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RPM-COUNT
               MOVE RPM-COUNT TO FOUND
               INITIALIZE RPM-ENTRY(FOUND)
               MOVE RPS-MODEL(RPS-IDX) TO RPM-MODEL(FOUND)
           END-IF

           ADD RPS-ORDERS(RPS-IDX) TO RPM-ORDERS(FOUND)
           ADD 1 TO RPM-STATIONS(FOUND)

           IF RPS-ORDERS(RPS-IDX) IS NOT LESS THAN REPEAT-MIN THEN
               ADD 1 TO RPM-FAILING(FOUND)
           END-IF.

       WRITE-REPEAT-STATION-LINE.
           IF RPS-ORDERS(RPS-IDX) IS LESS THAN REPEAT-MIN THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO REPEAT-STATION-COUNT
           MOVE SPACES TO REPEAT-STATION-LINE
           MOVE RPS-NAME(RPS-IDX) TO RSL-NAME
           MOVE RPS-MODEL(RPS-IDX) TO RSL-MODEL
           MOVE RPS-ORDERS(RPS-IDX) TO RSL-ORDERS
           MOVE RPS-LAST-DATE(RPS-IDX) TO RSL-LAST-DATE
           MOVE RPS-LAST-REASON(RPS-IDX) TO RSL-LAST-REASON
           WRITE AGING-LINE FROM REPEAT-STATION-LINE.

       WRITE-REPEAT-MODEL-LINE.
           IF RPM-ORDERS(RPM-IDX) IS LESS THAN REPEAT-MIN THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO REPEAT-MODEL-COUNT
           MOVE SPACES TO REPEAT-MODEL-LINE
           MOVE RPM-MODEL(RPM-IDX) TO RML-MODEL
           MOVE RPM-ORDERS(RPM-IDX) TO RML-ORDERS
           MOVE RPM-STATIONS(RPM-IDX) TO RML-STATIONS
           MOVE RPM-FAILING(RPM-IDX) TO RML-FAILING
           WRITE AGING-LINE FROM REPEAT-MODEL-LINE.

       LOAD-INVENTORY.
           OPEN INPUT INVENTORY-FILE

           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO INVENTORY ON FILE - LOCATIONS COME FROM "
                   "THE WORK ORDERS"
               GO TO LOAD-INVENTORY-EXIT
           END-IF

           PERFORM LOAD-ONE-INVENTORY THRU LOAD-ONE-INVENTORY-EXIT
               UNTIL INVENTORY-FILE-STATUS IS EQUAL TO "10"

           CLOSE INVENTORY-FILE.

       LOAD-INVENTORY-EXIT.
           EXIT.

       LOAD-ONE-INVENTORY.
           READ INVENTORY-FILE
               AT END
                   MOVE "10" TO INVENTORY-FILE-STATUS
                   GO TO LOAD-ONE-INVENTORY-EXIT
           END-READ

           IF INV-NAME IS EQUAL TO SPACES THEN
               GO TO LOAD-ONE-INVENTORY-EXIT
           END-IF

           IF IVT-COUNT IS LESS THAN 100 THEN
               ADD 1 TO IVT-COUNT
               MOVE INV-NAME TO IVT-NAME(IVT-COUNT)
               MOVE INV-MODEL TO IVT-MODEL(IVT-COUNT)
               MOVE INV-LOCATION TO IVT-LOCATION(IVT-COUNT)
               MOVE INV-TECH TO IVT-TECH(IVT-COUNT)
           END-IF.

       LOAD-ONE-INVENTORY-EXIT.
           EXIT.

       END PROGRAM COLOR-TEST-AGING.
