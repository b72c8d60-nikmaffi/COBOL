       77 WORKSTATION-NAME       PIC X(20) VALUE IS SPACES.
       77 RPT-DATE               PIC 9(8).
       77 FILE-STATUS            PIC X(02).
       77 RUN-MODE               PIC X(20) VALUE IS SPACES.
       77 VERIFIED-RUN           PIC X VALUE IS "N".
       77 ABORTED-RUN            PIC X VALUE IS "N".
       77 TECH-ID                PIC X(12) VALUE IS SPACES.
       77 YES-NO                 PIC X VALUE IS SPACE.
       77 BG-ANSWER              PIC X VALUE IS SPACE.
       77 ROW-ANSWER             PIC X(8) VALUE IS SPACES.
       77 SEEN-CHAR              PIC X VALUE IS SPACE.
       77 CELL-COL               PIC 9(2) VALUE IS ZERO.
       77 CELL-IDX               PIC 9(2) VALUE IS ZERO.
       77 FAIL-COUNT             PIC 9(3) VALUE IS ZERO.
       77 CHECK-COUNT            PIC 9(3) VALUE IS ZERO.
       77 SCR-LINES              PIC X COMP-X VALUE IS ZERO.
       77 SCR-COLS               PIC X COMP-X VALUE IS ZERO.
       77 SHOW-LINES             PIC 9(3) VALUE IS ZERO.
       77 SHOW-COLS              PIC 9(3) VALUE IS ZERO.
       77 MIN-LINES              PIC 9(3) VALUE IS 24.
       77 MIN-COLS               PIC 9(3) VALUE IS 80.
       77 CELL-TEXT              PIC X(7) VALUE IS SPACES.
       77 CELL-LETTERS           PIC X(8) VALUE IS "ABCDEFGH".
       77 ATTR-NAME              PIC X(14) VALUE IS SPACES.
       77 ATTR-REASON            PIC X(7) VALUE IS SPACES.
       77 ATTR-QUESTION          PIC X(60) VALUE IS SPACES.
       77 ROW-NUM                PIC 9 VALUE IS ZERO.
      *    THE ORDER THE BACKGROUNDS (ONE PER SCREEN) AND THE
      *    FOREGROUNDS (ONE PER CELL) ARE SHOWN IN - SHUFFLED FOR
      *    EVERY RUN AND EVERY SCREEN SO THE ANSWERS CANNOT BE KEYED
      *    WITHOUT LOOKING. GRADING READS THE SAME TABLES.
       01 BG-ORDER-TABLE.
           02 BG-ORDER           PIC 9 OCCURS 8 TIMES.
       01 FG-ORDER-TABLE.
           02 FG-ORDER           PIC 9 OCCURS 8 TIMES.
       01 SHUFFLE-TABLE.
           02 SHUFFLE-COLOR      PIC 9 OCCURS 8 TIMES.
       77 SCREEN-IDX             PIC 9(2) VALUE IS ZERO.
       77 SHUFFLE-IDX            PIC 9(2) VALUE IS ZERO.
       77 SHUFFLE-PICK           PIC 9(2) VALUE IS ZERO.
       77 SHUFFLE-HOLD           PIC 9 VALUE IS ZERO.
       77 RANDOM-SEED            PIC 9(8) VALUE IS ZERO.
       77 RANDOM-DRAW            PIC V9(9) VALUE IS ZERO.
       01 REPORT-HEADER.
           02 RH-LABEL           PIC X(13) VALUE IS "WORKSTATION: ".
           02 RH-WORKSTATION     PIC X(20).
           02 FILLER             PIC X(04) VALUE IS SPACES.
           02 RH-DATE-LABEL      PIC X(06) VALUE IS "DATE: ".
           02 RH-DATE            PIC 9(8).
           02 FILLER             PIC X(02) VALUE IS SPACES.
           02 RH-TECH-LABEL      PIC X(06) VALUE IS "TECH: ".
           02 RH-TECH            PIC X(12) VALUE IS SPACES.
           02 FILLER             PIC X     VALUE IS SPACE.
           02 RH-MODE            PIC X(08) VALUE IS "AUTO".
       01 DETAIL-LINE.
           02 DET-BG-LABEL       PIC X(03) VALUE IS "BG=".
           02 DET-BG-VAL         PIC 9.
           02 DET-FG-VAL         PIC 9.
           02 FILLER             PIC X(03) VALUE IS SPACES.
           02 DET-STATUS         PIC X(04) VALUE IS "PASS".
           02 FILLER             PIC X(02) VALUE IS SPACES.
           02 DET-REASON         PIC X(07) VALUE IS SPACES.
           02 FILLER             PIC X(02) VALUE IS SPACES.
           02 DET-NOTE           PIC X(30) VALUE IS SPACES.
      *    ATTRIBUTE AND SCREEN SIZE CHECKS SHARE THE DETAIL COLUMNS
      *    SO CONSOLIDATION FINDS STATUS AND REASON IN THE SAME PLACE.
       01 CHECK-LINE REDEFINES DETAIL-LINE.
           02 CHK-NAME           PIC X(14).
           02 CHK-STATUS         PIC X(04).
           02 FILLER             PIC X(02).
           02 CHK-REASON         PIC X(07).
           02 FILLER             PIC X(02).
           02 CHK-NOTE           PIC X(30).
       01 COLOR-LEGEND.
           02 FILLER             PIC X(32) VALUE IS
               "0=BLACK 1=BLUE 2=GREEN 3=CYAN ".
           02 FILLER             PIC X(32) VALUE IS
               "4=RED 5=MAGENTA 6=YELLOW 7=WHITE".
       01 SIZE-NOTE.
           02 FILLER             PIC X(10) VALUE IS "SCREEN IS ".
           02 SZN-LINES          PIC 9(3).
           02 FILLER             PIC X(01) VALUE IS "X".
           02 SZN-COLS           PIC 9(3).
           02 FILLER             PIC X(11) VALUE IS " NEED 24X80".
       01 SEEN-NOTE.
           02 FILLER             PIC X(15) VALUE IS "TECHNICIAN SAW ".
           02 SNN-BG             PIC X.
           02 FILLER             PIC X     VALUE IS "/".
           02 SNN-FG             PIC X.
       PROCEDURE DIVISION.
           ACCEPT WORKSTATION-NAME FROM ENVIRONMENT "HOSTNAME"
           ACCEPT RPT-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-MODE FROM COMMAND-LINE

           IF RUN-MODE IS EQUAL TO "VERIFY" OR
               RUN-MODE IS EQUAL TO "verify" THEN
               MOVE "Y" TO VERIFIED-RUN
           END-IF

           OPEN OUTPUT REPORT-FILE


           MOVE WORKSTATION-NAME TO RH-WORKSTATION
           MOVE RPT-DATE TO RH-DATE

           IF VERIFIED-RUN IS EQUAL TO "Y" THEN
               PERFORM VERIFIED-TEST THRU VERIFIED-TEST-EXIT
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           WRITE REPORT-LINE FROM REPORT-HEADER

           PERFORM VARYING BG-COLOR FROM 0 BY 1 UNTIL BG-COLOR > 7

           CLOSE REPORT-FILE
           STOP RUN.

      *    TECHNICIAN-VERIFIED RUN (COMMAND LINE "VERIFY"): THE
      *    SCREEN SIZE, EVERY BACKGROUND/FOREGROUND PAIR AND THE
      *    REVERSE, HIGHLIGHT AND UNDERLINE ATTRIBUTES ARE CONFIRMED
      *    BY THE TECHNICIAN AND ANY MISMATCH IS WRITTEN AS FAIL WITH
      *    A REASON CODE FOR THE FLEET CONSOLIDATION TO PICK UP.
       VERIFIED-TEST.
           MOVE "VERIFIED" TO RH-MODE

           PERFORM ASK-TECH-ID THRU ASK-TECH-ID-EXIT
               UNTIL TECH-ID IS NOT EQUAL TO SPACES

           MOVE TECH-ID TO RH-TECH
           WRITE REPORT-LINE FROM REPORT-HEADER

           PERFORM CHECK-SCREEN-SIZE THRU CHECK-SCREEN-SIZE-EXIT

           ACCEPT RANDOM-SEED FROM TIME
           COMPUTE RANDOM-DRAW = FUNCTION RANDOM(RANDOM-SEED)

           PERFORM SHUFFLE-COLORS THRU SHUFFLE-COLORS-EXIT
           MOVE SHUFFLE-TABLE TO BG-ORDER-TABLE

           PERFORM CHECK-COLOR-ROW THRU CHECK-COLOR-ROW-EXIT
               VARYING SCREEN-IDX FROM 1 BY 1 UNTIL SCREEN-IDX > 8

           MOVE "REVERSE VIDEO" TO ATTR-NAME
           MOVE "REVERSE" TO ATTR-REASON
           MOVE "IS LINE 5 SHOWN AS DARK TEXT ON A SOLID LIGHT BAR?"
               TO ATTR-QUESTION
           PERFORM CHECK-ATTRIBUTE THRU CHECK-ATTRIBUTE-EXIT

           MOVE "HIGHLIGHT" TO ATTR-NAME
           MOVE "HILITE" TO ATTR-REASON
           MOVE "IS LINE 5 BRIGHTER OR BOLDER THAN LINE 3?"
               TO ATTR-QUESTION
           PERFORM CHECK-ATTRIBUTE THRU CHECK-ATTRIBUTE-EXIT

           MOVE "UNDERLINE" TO ATTR-NAME
           MOVE "UNDERLN" TO ATTR-REASON
           MOVE "IS LINE 5 UNDERLINED?"
               TO ATTR-QUESTION
           PERFORM CHECK-ATTRIBUTE THRU CHECK-ATTRIBUTE-EXIT

           DISPLAY " " LINE 1 COLUMN 1 BLANK SCREEN

           IF ABORTED-RUN IS EQUAL TO "Y" THEN
               DISPLAY "TEST ABORTED BY TECHNICIAN - "
                   "REMAINING CHECKS WRITTEN AS FAIL"
                   LINE 1 COLUMN 1
           END-IF

           IF FAIL-COUNT IS EQUAL TO ZERO THEN
               DISPLAY "ALL " CHECK-COUNT " CHECKS PASSED"
                   LINE 2 COLUMN 1
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY FAIL-COUNT " OF " CHECK-COUNT
                   " CHECKS FAILED - SEE color_test.rpt"
                   LINE 2 COLUMN 1
               MOVE 4 TO RETURN-CODE
           END-IF.

       VERIFIED-TEST-EXIT.
           EXIT.

       ASK-TECH-ID.
           DISPLAY " " LINE 1 COLUMN 1 BLANK SCREEN
           DISPLAY "COLOR TEST - TECHNICIAN VERIFIED RUN"
               LINE 1 COLUMN 1
           DISPLAY "WORKSTATION: " LINE 2 COLUMN 1
           DISPLAY WORKSTATION-NAME LINE 2 COLUMN 14
           DISPLAY "TECHNICIAN ID: " LINE 4 COLUMN 1
           ACCEPT TECH-ID LINE 4 COLUMN 16.

       ASK-TECH-ID-EXIT.
           EXIT.

      *    THE TERMINAL MUST GIVE AT LEAST 24 LINES BY 80 COLUMNS AND
      *    THE TECHNICIAN MUST SEE A MARK IN EACH OF THE FOUR CORNERS.
       CHECK-SCREEN-SIZE.
           CALL "CBL_GET_SCR_SIZE" USING SCR-LINES SCR-COLS
           MOVE SCR-LINES TO SHOW-LINES
           MOVE SCR-COLS TO SHOW-COLS

           MOVE SPACES TO CHECK-LINE
           MOVE "SCREEN SIZE" TO CHK-NAME
           ADD 1 TO CHECK-COUNT

           IF SHOW-LINES IS LESS THAN MIN-LINES OR
               SHOW-COLS IS LESS THAN MIN-COLS THEN
               MOVE SHOW-LINES TO SZN-LINES
               MOVE SHOW-COLS TO SZN-COLS
               MOVE "FAIL" TO CHK-STATUS
               MOVE "SIZE" TO CHK-REASON
               MOVE SIZE-NOTE TO CHK-NOTE
               WRITE REPORT-LINE FROM CHECK-LINE
               ADD 1 TO FAIL-COUNT
               GO TO CHECK-SCREEN-SIZE-EXIT
           END-IF

           DISPLAY " " LINE 1 COLUMN 1 BLANK SCREEN
           DISPLAY "+" LINE 1 COLUMN 1
           DISPLAY "+" LINE 1 COLUMN 80
           DISPLAY "+" LINE 24 COLUMN 1
           DISPLAY "+" LINE 24 COLUMN 80
           DISPLAY "SCREEN SIZE CHECK" LINE 10 COLUMN 20
           DISPLAY "ARE ALL FOUR + CORNER MARKS VISIBLE? (Y/N/Q) "
               LINE 12 COLUMN 10

           MOVE SPACE TO YES-NO
           PERFORM ASK-YES-NO THRU ASK-YES-NO-EXIT
               UNTIL YES-NO IS EQUAL TO "Y" OR "N" OR "Q"

           EVALUATE YES-NO
               WHEN "Y"
                   MOVE "PASS" TO CHK-STATUS
               WHEN "N"
                   MOVE "FAIL" TO CHK-STATUS
                   MOVE "SIZE" TO CHK-REASON
                   MOVE "CORNER MARKS NOT ALL VISIBLE" TO CHK-NOTE
                   ADD 1 TO FAIL-COUNT
               WHEN OTHER
                   MOVE "Y" TO ABORTED-RUN
                   MOVE "FAIL" TO CHK-STATUS
                   MOVE "ABORTED" TO CHK-REASON
                   ADD 1 TO FAIL-COUNT
           END-EVALUATE

           WRITE REPORT-LINE FROM CHECK-LINE.

       CHECK-SCREEN-SIZE-EXIT.
           EXIT.

       ASK-YES-NO.
           ACCEPT YES-NO LINE 12 COLUMN 56

           INSPECT YES-NO CONVERTING "ynq" TO "YNQ".

       ASK-YES-NO-EXIT.
           EXIT.

      *    ONE BACKGROUND PER SCREEN: EIGHT CELLS A-H, ONE PER
      *    FOREGROUND. THE SCREENS COME IN A RANDOM BACKGROUND ORDER
      *    AND THE FOREGROUNDS IN A FRESH RANDOM ORDER ACROSS THE
      *    CELLS OF EACH SCREEN. THE TECHNICIAN KEYS THE BACKGROUND
      *    COLOR AND THE FOREGROUND COLOR SEEN IN EACH CELL ("." WHEN
      *    THE TEXT CANNOT BE SEEN). WHERE FOREGROUND AND BACKGROUND
      *    ARE THE SAME COLOR EITHER ANSWER IS RIGHT.
       CHECK-COLOR-ROW.
           MOVE BG-ORDER(SCREEN-IDX) TO BG-COLOR
           PERFORM SHUFFLE-COLORS THRU SHUFFLE-COLORS-EXIT
           MOVE SHUFFLE-TABLE TO FG-ORDER-TABLE

           IF ABORTED-RUN IS EQUAL TO "Y" THEN
               MOVE "Q" TO BG-ANSWER
               GO TO CHECK-COLOR-ROW-ANSWERED
           END-IF

           DISPLAY " " LINE 1 COLUMN 1 BLANK SCREEN
           MOVE SCREEN-IDX TO ROW-NUM
           DISPLAY "COLOR CHECK - SCREEN " LINE 1 COLUMN 1
           DISPLAY ROW-NUM LINE 1 COLUMN 22
           DISPLAY " OF 8" LINE 1 COLUMN 23
           DISPLAY COLOR-LEGEND LINE 3 COLUMN 1

           MOVE 5 TO CELL-COL
           PERFORM SHOW-COLOR-CELL THRU SHOW-COLOR-CELL-EXIT
               VARYING CELL-IDX FROM 1 BY 1 UNTIL CELL-IDX > 8

           DISPLAY "BACKGROUND COLOR OF THE BAR (0-7, Q=QUIT): "
               LINE 10 COLUMN 1
           DISPLAY "COLOR SEEN IN CELLS A-H (. = NOTHING SHOWS): "
               LINE 11 COLUMN 1

           MOVE SPACE TO BG-ANSWER
           PERFORM ASK-BACKGROUND THRU ASK-BACKGROUND-EXIT
               UNTIL BG-ANSWER IS EQUAL TO "Q" OR
               (BG-ANSWER IS NOT LESS THAN "0" AND
                BG-ANSWER IS NOT GREATER THAN "7")

           IF BG-ANSWER IS EQUAL TO "Q" THEN
               MOVE "Y" TO ABORTED-RUN
               GO TO CHECK-COLOR-ROW-ANSWERED
           END-IF

           MOVE SPACES TO ROW-ANSWER
           ACCEPT ROW-ANSWER LINE 11 COLUMN 47.

       CHECK-COLOR-ROW-ANSWERED.
           PERFORM GRADE-COLOR-CELL THRU GRADE-COLOR-CELL-EXIT
               VARYING CELL-IDX FROM 1 BY 1 UNTIL CELL-IDX > 8.

       CHECK-COLOR-ROW-EXIT.
           EXIT.

       SHOW-COLOR-CELL.
           MOVE FG-ORDER(CELL-IDX) TO FG-COLOR
           MOVE SPACES TO CELL-TEXT
           MOVE "@@@" TO CELL-TEXT(3:3)

           DISPLAY CELL-TEXT LINE 6 COLUMN CELL-COL
               BACKGROUND-COLOR BG-COLOR
               FOREGROUND-COLOR FG-COLOR
           DISPLAY CELL-LETTERS(CELL-IDX:1) LINE 8 COLUMN CELL-COL

           ADD 9 TO CELL-COL.

       SHOW-COLOR-CELL-EXIT.
           EXIT.

       ASK-BACKGROUND.
           ACCEPT BG-ANSWER LINE 10 COLUMN 47

           INSPECT BG-ANSWER CONVERTING "q" TO "Q".

       ASK-BACKGROUND-EXIT.
           EXIT.

       GRADE-COLOR-CELL.
           MOVE FG-ORDER(CELL-IDX) TO FG-COLOR
           MOVE ROW-ANSWER(CELL-IDX:1) TO SEEN-CHAR

           MOVE SPACES TO DETAIL-LINE
           MOVE "BG=" TO DET-BG-LABEL
           MOVE "FG=" TO DET-FG-LABEL
           MOVE BG-COLOR TO DET-BG-VAL
           MOVE FG-COLOR TO DET-FG-VAL
           MOVE "PASS" TO DET-STATUS
           ADD 1 TO CHECK-COUNT

           MOVE BG-ANSWER TO SNN-BG
           MOVE SEEN-CHAR TO SNN-FG

           IF BG-ANSWER IS EQUAL TO "Q" THEN
               MOVE "FAIL" TO DET-STATUS
               MOVE "ABORTED" TO DET-REASON
           ELSE
               IF BG-ANSWER IS NOT EQUAL TO DET-BG-VAL THEN
                   MOVE "FAIL" TO DET-STATUS
                   MOVE "BGCOLOR" TO DET-REASON
                   MOVE SEEN-NOTE TO DET-NOTE
               ELSE
                   IF SEEN-CHAR IS NOT EQUAL TO DET-FG-VAL AND
                       NOT (FG-COLOR IS EQUAL TO BG-COLOR AND
                            SEEN-CHAR IS EQUAL TO ".") THEN
                       MOVE "FAIL" TO DET-STATUS
                       MOVE "FGCOLOR" TO DET-REASON
                       MOVE SEEN-NOTE TO DET-NOTE
                   END-IF
               END-IF
           END-IF

           IF DET-STATUS IS EQUAL TO "FAIL" THEN
               ADD 1 TO FAIL-COUNT
           END-IF

           WRITE REPORT-LINE FROM DETAIL-LINE.

       GRADE-COLOR-CELL-EXIT.
           EXIT.

      *    THE EIGHT COLORS 0-7 INTO SHUFFLE-TABLE IN A RANDOM ORDER,
      *    EACH ONE SWAPPED WITH A RANDOM PLACE AT OR BEFORE IT.
       SHUFFLE-COLORS.
           PERFORM SEED-SHUFFLE-COLOR THRU SEED-SHUFFLE-COLOR-EXIT
               VARYING SHUFFLE-IDX FROM 1 BY 1 UNTIL SHUFFLE-IDX > 8

           PERFORM SWAP-SHUFFLE-COLOR THRU SWAP-SHUFFLE-COLOR-EXIT
               VARYING SHUFFLE-IDX FROM 8 BY -1 UNTIL SHUFFLE-IDX < 2.

       SHUFFLE-COLORS-EXIT.
           EXIT.

       SEED-SHUFFLE-COLOR.
           COMPUTE SHUFFLE-COLOR(SHUFFLE-IDX) = SHUFFLE-IDX - 1.

       SEED-SHUFFLE-COLOR-EXIT.
           EXIT.

       SWAP-SHUFFLE-COLOR.
           COMPUTE RANDOM-DRAW = FUNCTION RANDOM
           COMPUTE SHUFFLE-PICK = RANDOM-DRAW * SHUFFLE-IDX + 1

           MOVE SHUFFLE-COLOR(SHUFFLE-IDX) TO SHUFFLE-HOLD
           MOVE SHUFFLE-COLOR(SHUFFLE-PICK)
               TO SHUFFLE-COLOR(SHUFFLE-IDX)
           MOVE SHUFFLE-HOLD TO SHUFFLE-COLOR(SHUFFLE-PICK).

       SWAP-SHUFFLE-COLOR-EXIT.
           EXIT.

      *    ATTRIBUTE SAMPLE ON LINE 5 AGAINST PLAIN TEXT ON LINE 3.
       CHECK-ATTRIBUTE.
           MOVE SPACES TO CHECK-LINE
           MOVE ATTR-NAME TO CHK-NAME
           ADD 1 TO CHECK-COUNT

           IF ABORTED-RUN IS EQUAL TO "Y" THEN
               MOVE "Q" TO YES-NO
               GO TO CHECK-ATTRIBUTE-ANSWERED
           END-IF

           DISPLAY " " LINE 1 COLUMN 1 BLANK SCREEN
           DISPLAY "ATTRIBUTE CHECK - " LINE 1 COLUMN 1
           DISPLAY ATTR-NAME LINE 1 COLUMN 19
           DISPLAY "SAMPLE TEXT 0123456789" LINE 3 COLUMN 5

           EVALUATE ATTR-REASON
               WHEN "REVERSE"
                   DISPLAY "SAMPLE TEXT 0123456789" LINE 5 COLUMN 5
                       REVERSE-VIDEO
               WHEN "HILITE"
                   DISPLAY "SAMPLE TEXT 0123456789" LINE 5 COLUMN 5
                       HIGHLIGHT
               WHEN OTHER
                   DISPLAY "SAMPLE TEXT 0123456789" LINE 5 COLUMN 5
                       UNDERLINE
           END-EVALUATE

           DISPLAY ATTR-QUESTION LINE 10 COLUMN 1
           DISPLAY "(Y/N/Q) " LINE 12 COLUMN 47

           MOVE SPACE TO YES-NO
           PERFORM ASK-YES-NO THRU ASK-YES-NO-EXIT
               UNTIL YES-NO IS EQUAL TO "Y" OR "N" OR "Q".

       CHECK-ATTRIBUTE-ANSWERED.
           EVALUATE YES-NO
               WHEN "Y"
                   MOVE "PASS" TO CHK-STATUS
               WHEN "N"
                   MOVE "FAIL" TO CHK-STATUS
                   MOVE ATTR-REASON TO CHK-REASON
                   MOVE "TECHNICIAN ANSWERED NO" TO CHK-NOTE
               WHEN OTHER
                   MOVE "Y" TO ABORTED-RUN
                   MOVE "FAIL" TO CHK-STATUS
                   MOVE "ABORTED" TO CHK-REASON
           END-EVALUATE

           IF CHK-STATUS IS EQUAL TO "FAIL" THEN
               ADD 1 TO FAIL-COUNT
           END-IF

           WRITE REPORT-LINE FROM CHECK-LINE.

       CHECK-ATTRIBUTE-EXIT.
           EXIT.
       END PROGRAM COLOR-TEST.
