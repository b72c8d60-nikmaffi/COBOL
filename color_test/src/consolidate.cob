           02 FILLER       PIC X(4).
           02 STH-DATE-LABEL PIC X(6).
           02 STH-DATE     PIC X(8).
           02 FILLER       PIC X(2).
           02 STH-TECH-LABEL PIC X(6).
           02 STH-TECH     PIC X(12).
           02 FILLER       PIC X.
           02 STH-MODE     PIC X(8).
       01  STATION-DETAIL REDEFINES STATION-LINE.
           02 FILLER       PIC X(14).
           02 STD-STATUS   PIC X(4).
           02 FILLER       PIC X(2).
           02 STD-REASON   PIC X(7).
           02 FILLER       PIC X(53).
       FD  FLEET-FILE.
       01  FLEET-LINE      PIC X(80).
      *    HARDWARE INVENTORY - ONE RECORD PER ROSTER STATION SO
           02 INV-TECH     PIC X(12).
      *    MACHINE-READABLE WORK ORDERS, ONE PER EXCEPTION STATION -
      *    THE TECHS WORK STRAIGHT OFF THIS FILE AND FLIP THE STATUS
      *    COLUMN FROM OPEN TO DONE AS THEY CLOSE EACH ONE OUT, WITH
      *    THE CLOSE DATE AFTER IT IF THEY HAVE ONE. ORDERS ALREADY ON
      *    FILE ARE CARRIED FORWARD UNTIL THE AGING RUN ARCHIVES THEM
       FD  WORKORDER-FILE.
       01  WORKORDER-RECORD.
           02 WO-DATE      PIC 9(8).
           02 WO-TECH      PIC X(12).
           02 FILLER       PIC X VALUE IS SPACE.
           02 WO-STATUS    PIC X(4).
           02 FILLER       PIC X VALUE IS SPACE.
           02 WO-CLOSED    PIC X(8).
       WORKING-STORAGE SECTION.
       77 ROSTER-FILE-STATUS  PIC X(02).
       77 STATION-FILE-STATUS PIC X(02).
       77 REPORT-DATE-INT     PIC 9(8).
       77 STALE-DAYS          PIC 9(3)  VALUE IS 7.
       77 STATION-RESULT      PIC X(7).
       77 STATION-MODE        PIC X(8).
       77 FAIL-REASON         PIC X(7).
       77 DETAIL-SEEN         PIC X.
       77 FAIL-SEEN           PIC X.
       77 ROSTER-COUNT        PIC 9(3)  VALUE IS ZERO.
       77 FAIL-COUNT          PIC 9(3)  VALUE IS ZERO.
       77 MISSING-COUNT       PIC 9(3)  VALUE IS ZERO.
       77 STALE-COUNT         PIC 9(3)  VALUE IS ZERO.
       77 UNVERIFIED-COUNT    PIC 9(3)  VALUE IS ZERO.
       01 EXCEPTION-TABLE.
           02 EXC-COUNT    PIC 9(3)  VALUE IS ZERO.
           02 EXC-ENTRY    OCCURS 100 TIMES.
       77 IVT-IDX             PIC 9(3).
       77 IVT-FOUND           PIC 9(3).
       77 WORKORDER-COUNT     PIC 9(3)  VALUE IS ZERO.
       77 STILL-OPEN-COUNT    PIC 9(3)  VALUE IS ZERO.
       01 CARRY-TABLE.
           02 CRY-COUNT    PIC 9(3)  VALUE IS ZERO.
           02 CRY-ENTRY    OCCURS 500 TIMES.
               03 CRY-RECORD   PIC X(111).
               03 CRY-STATION  PIC X(20).
               03 CRY-STATUS   PIC X(4).
       77 CRY-IDX             PIC 9(3).
       77 CRY-FOUND           PIC 9(3).
       01 FLEET-HEADER.
           02 FILLER       PIC X(30)
               VALUE IS "FLEET COLOR TEST CERTIFICATION".
       01 COLUMN-HEADER.
           02 FILLER       PIC X(22) VALUE IS "WORKSTATION".
           02 FILLER       PIC X(10) VALUE IS "DATE".
           02 FILLER       PIC X(9)  VALUE IS "RESULT".
           02 FILLER       PIC X(10) VALUE IS "MODE".
           02 FILLER       PIC X(7)  VALUE IS "REASON".
       01 DETAIL-LINE.
           02 DET-NAME     PIC X(20).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 DET-DATE     PIC X(8).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 DET-RESULT   PIC X(7).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 DET-MODE     PIC X(8).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 DET-REASON   PIC X(7).
       01 EXCEPTION-HEADER.
           02 FILLER       PIC X(30)
               VALUE IS "WORKSTATIONS NEEDING ATTENTION".
           02 TRL-MISSING  PIC ZZ9.
           02 FILLER       PIC X(8)  VALUE IS "  STALE ".
           02 TRL-STALE    PIC ZZ9.
           02 FILLER       PIC X(13) VALUE IS "  UNVERIFIED ".
           02 TRL-UNVERIFIED PIC ZZ9.
       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)

           PERFORM LOAD-INVENTORY THRU LOAD-INVENTORY-EXIT
           PERFORM LOAD-WORK-ORDERS THRU LOAD-WORK-ORDERS-EXIT

           OPEN OUTPUT WORKORDER-FILE

               STOP RUN
           END-IF

           PERFORM CARRY-WORK-ORDER
               VARYING CRY-IDX FROM 1 BY 1
               UNTIL CRY-IDX IS GREATER THAN CRY-COUNT

           OPEN INPUT ROSTER-FILE

           IF ROSTER-FILE-STATUS IS NOT EQUAL TO "00" THEN
           MOVE FAIL-COUNT TO TRL-FAIL
           MOVE MISSING-COUNT TO TRL-MISSING
           MOVE STALE-COUNT TO TRL-STALE
           MOVE UNVERIFIED-COUNT TO TRL-UNVERIFIED
           WRITE FLEET-LINE FROM TRAILER-LINE

           CLOSE ROSTER-FILE
           DISPLAY ROSTER-COUNT " STATIONS CHECKED, "
               PASS-COUNT " PASSED"
           DISPLAY WORKORDER-COUNT " WORK ORDERS RAISED"
           DISPLAY STILL-OPEN-COUNT " STATIONS ALREADY HAVE AN OPEN "
               "WORK ORDER"

           IF FAIL-COUNT IS GREATER THAN ZERO OR
               MISSING-COUNT IS GREATER THAN ZERO OR
           MOVE SPACES TO DETAIL-LINE
           MOVE ROS-NAME TO DET-NAME
           MOVE STATION-RESULT TO DET-RESULT
           MOVE STATION-MODE TO DET-MODE
           MOVE FAIL-REASON TO DET-REASON

           EVALUATE STATION-RESULT
               WHEN "PASS"
                   MOVE REPORT-DATE TO DET-DATE
                   ADD 1 TO PASS-COUNT
                   IF STATION-MODE IS NOT EQUAL TO "VERIFIED" THEN
                       ADD 1 TO UNVERIFIED-COUNT
                   END-IF
               WHEN "FAIL"
                   IF REPORT-DATE IS EQUAL TO ZERO THEN
                       MOVE SPACES TO DET-DATE
           EXIT.

      *    ONE WORKSTATION REPORT: HEADER LINE CARRIES THE NAME AND
      *    DATE, EVERY DETAIL LINE MUST SAY PASS. A VERIFIED RUN ALSO
      *    CARRIES THE TECHNICIAN AND MODE, AND ITS FAIL LINES A REASON
      *    CODE - THE FIRST ONE BECOMES THE WORK ORDER REASON
       READ-STATION-REPORT.
           MOVE "MISSING" TO STATION-RESULT
           MOVE SPACES TO STATION-MODE
           MOVE SPACES TO FAIL-REASON
           MOVE ZEROS TO REPORT-DATE
           MOVE "N" TO DETAIL-SEEN
           MOVE "N" TO FAIL-SEEN

           MOVE STH-DATE TO REPORT-DATE

           IF STH-MODE IS EQUAL TO "VERIFIED" THEN
               MOVE STH-MODE TO STATION-MODE
           ELSE
               MOVE "AUTO" TO STATION-MODE
           END-IF

           PERFORM READ-STATION-DETAIL THRU READ-STATION-DETAIL-EXIT
               UNTIL STATION-FILE-STATUS IS EQUAL TO "10"


           IF STD-STATUS IS NOT EQUAL TO "PASS" THEN
               MOVE "Y" TO FAIL-SEEN
               IF FAIL-REASON IS EQUAL TO SPACES THEN
                   MOVE STD-REASON TO FAIL-REASON
               END-IF
           END-IF.

       READ-STATION-DETAIL-EXIT.
           IF EXC-COUNT IS LESS THAN 100 THEN
               ADD 1 TO EXC-COUNT
               MOVE ROS-NAME TO EXC-NAME(EXC-COUNT)
               IF FAIL-REASON IS EQUAL TO SPACES THEN
                   MOVE STATION-RESULT TO EXC-REASON(EXC-COUNT)
               ELSE
                   MOVE FAIL-REASON TO EXC-REASON(EXC-COUNT)
               END-IF

               IF IVT-FOUND IS GREATER THAN ZERO THEN
                   MOVE IVT-LOCATION(IVT-FOUND)
               END-IF
           END-PERFORM.

      *    A STATION THAT STILL HAS AN OPEN ORDER FROM AN EARLIER RUN
      *    KEEPS THAT ONE, SO ITS AGE RUNS FROM THE FIRST FAILURE
       WRITE-WORK-ORDER.
           MOVE ZERO TO CRY-FOUND

           PERFORM VARYING CRY-IDX FROM 1 BY 1
               UNTIL CRY-IDX IS GREATER THAN CRY-COUNT OR
                     CRY-FOUND IS GREATER THAN ZERO
               IF CRY-STATION(CRY-IDX) IS EQUAL TO ROS-NAME AND
                   CRY-STATUS(CRY-IDX) IS NOT EQUAL TO "DONE" THEN
                   MOVE CRY-IDX TO CRY-FOUND
               END-IF
           END-PERFORM

           IF CRY-FOUND IS GREATER THAN ZERO THEN
               ADD 1 TO STILL-OPEN-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WORKORDER-RECORD
           MOVE RUN-DATE TO WO-DATE
           MOVE ROS-NAME TO WO-STATION
           IF FAIL-REASON IS EQUAL TO SPACES THEN
               MOVE STATION-RESULT TO WO-REASON
           ELSE
               MOVE FAIL-REASON TO WO-REASON
           END-IF

           IF IVT-FOUND IS GREATER THAN ZERO THEN
               MOVE IVT-LOCATION(IVT-FOUND) TO WO-LOCATION
           WRITE WORKORDER-RECORD
           ADD 1 TO WORKORDER-COUNT.

       LOAD-WORK-ORDERS.
           OPEN INPUT WORKORDER-FILE

           IF WORKORDER-FILE-STATUS IS NOT EQUAL TO "00" THEN
               GO TO LOAD-WORK-ORDERS-EXIT
           END-IF

           PERFORM LOAD-ONE-WORK-ORDER THRU LOAD-ONE-WORK-ORDER-EXIT
               UNTIL WORKORDER-FILE-STATUS IS EQUAL TO "10"

           CLOSE WORKORDER-FILE.

       LOAD-WORK-ORDERS-EXIT.
           EXIT.

       LOAD-ONE-WORK-ORDER.
           READ WORKORDER-FILE
               AT END
                   MOVE "10" TO WORKORDER-FILE-STATUS
                   GO TO LOAD-ONE-WORK-ORDER-EXIT
           END-READ

           IF WORKORDER-RECORD IS EQUAL TO SPACES THEN
               GO TO LOAD-ONE-WORK-ORDER-EXIT
           END-IF

           IF CRY-COUNT IS LESS THAN 500 THEN
               ADD 1 TO CRY-COUNT
               MOVE WORKORDER-RECORD TO CRY-RECORD(CRY-COUNT)
               MOVE WO-STATION TO CRY-STATION(CRY-COUNT)
               MOVE WO-STATUS TO CRY-STATUS(CRY-COUNT)
               INSPECT CRY-STATUS(CRY-COUNT)
                   CONVERTING "adeno" TO "ADENO"
           ELSE
               DISPLAY "MORE THAN 500 WORK ORDERS ON FILE - RUN THE "
                   "AGING STEP TO ARCHIVE CLOSED ORDERS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-WORK-ORDER-EXIT.
           EXIT.

       CARRY-WORK-ORDER.
           MOVE CRY-RECORD(CRY-IDX) TO WORKORDER-RECORD
           WRITE WORKORDER-RECORD.

       LOAD-INVENTORY.
           OPEN INPUT INVENTORY-FILE

