      *    RE-RENDERS THE RECORDED RUN INSTEAD OF TAKING THE KEYS
           77 RPL-FILE-STATUS    PIC X(02).
           77 REPLAY-MODE        PIC X     VALUE IS "N".
           77 CMDLINE-ARGS       PIC X(60) VALUE IS SPACES.
           77 TICK-COUNT         PIC 9(9)  USAGE IS COMP-5
               VALUE IS ZERO.
           01 DIR-EVENTS.
                   03 FEV-Y      PIC 9(4).
           77 FOOD-NEXT          PIC 9(4)  VALUE IS 1.
           77 RPL-TRUNCATED      PIC X     VALUE IS "N".
      *    LEVEL EDITOR - STARTING THE PROGRAM WITH "EDIT" AND AN
      *    OPTIONAL MAP FILE NAME (DEFAULT snake.map) ON THE COMMAND
      *    LINE SHOWS THE PLAY FIELD AS A GRID INSTEAD OF PLAYING:
      *    ARROWS MOVE THE CURSOR, SPACE TOGGLES A BLOCK, = AND -
      *    SET THE FOOD TARGET, S SAVES, A SAVES AND ADDS THE MAP TO
      *    snake.cpg, ESC LEAVES. THE CELLS EACH SNAKE RUNS THROUGH
      *    BEFORE THE PLAYER CAN STEER ARE THE START AREA AND STAY
      *    OPEN.
           77 EDIT-MODE          PIC X     VALUE IS "N".
           77 EDIT-WORD          PIC X(10) VALUE IS SPACES.
           77 EDIT-FILE-NAME     PIC X(40) VALUE IS SPACES.
           77 EDIT-FIELD-COLS    PIC 9(3)  VALUE IS ZERO.
           77 EDIT-FIELD-ROWS    PIC 9(3)  VALUE IS ZERO.
           77 EDIT-COLS          PIC 9(3)  VALUE IS ZERO.
           77 EDIT-ROWS          PIC 9(3)  VALUE IS ZERO.
           77 EDIT-CUR-COL       PIC 9(3)  VALUE IS 1.
           77 EDIT-CUR-ROW       PIC 9(3)  VALUE IS 1.
           77 EDIT-START-COL     PIC S9(3) VALUE IS ZERO.
           77 EDIT-START-ROW     PIC S9(3) VALUE IS ZERO.
           77 EDIT-TARGET        PIC 9(3)  VALUE IS 10.
           77 EDIT-DIRTY         PIC X     VALUE IS "N".
           77 EDIT-QUIT-ASKED    PIC X     VALUE IS "N".
           77 EDIT-MULTI-BLOCK   PIC X     VALUE IS "N".
           77 EDIT-VALID         PIC X     VALUE IS "N".
           77 EDIT-ADD-CPG       PIC X     VALUE IS "N".
           77 EDIT-CPG-FOUND     PIC X     VALUE IS "N".
           77 EDIT-LINE-STATE    PIC 9     VALUE IS ZERO.
           77 EDIT-BLOCKS        PIC 9(4)  VALUE IS ZERO.
           77 EDIT-SPAWN-CELLS   PIC 9(5)  VALUE IS ZERO.
           77 EDIT-SPAWN-FREE    PIC 9(5)  VALUE IS ZERO.
           77 EDIT-SPAWN-MIN     PIC 9(5)  VALUE IS ZERO.
           77 SDL-KSPACE         PIC 9(10) VALUE IS 32.
           77 SDL-KESCAPE        PIC 9(10) VALUE IS 27.
           77 SDL-KEQUALS        PIC 9(10) VALUE IS 61.
           77 SDL-KMINUS         PIC 9(10) VALUE IS 45.
           77 SDL-KSAVE          PIC 9(10) VALUE IS 115.
           77 SDL-KADD           PIC 9(10) VALUE IS 97.
      *    THE MAP BEING EDITED - # IS A BLOCK, . IS OPEN (A ROW OF
      *    SPACES WOULD READ BACK AS THE END OF THE MAP); S MARKS THE
      *    START AREA IN THE SECOND TABLE
           01 EDIT-GRID.
               02 EDIT-ROW       PIC X(40) OCCURS 30 TIMES.
           01 EDIT-START-AREA.
               02 EDIT-START     PIC X(40) OCCURS 30 TIMES.
           01 EDIT-RECT.
               02 ED-RECT-X      PIC S9(9) USAGE IS COMP-5.
               02 ED-RECT-Y      PIC S9(9) USAGE IS COMP-5.
               02 ED-RECT-W      PIC S9(9) USAGE IS COMP-5.
               02 ED-RECT-H      PIC S9(9) USAGE IS COMP-5.
           77 EDIT-X1            PIC S9(9) USAGE IS COMP-5.
           77 EDIT-Y1            PIC S9(9) USAGE IS COMP-5.
           77 EDIT-X2            PIC S9(9) USAGE IS COMP-5.
           77 EDIT-Y2            PIC S9(9) USAGE IS COMP-5.
           01 GRID-COLOR.
               02 GR-COL-R       PIC 9(3)  VALUE IS 104.
               02 GR-COL-G       PIC 9(3)  VALUE IS 160.
               02 GR-COL-B       PIC 9(3)  VALUE IS 010.
               02 GR-COL-A       PIC 9(3)  VALUE IS 255.
           01 START-COLOR.
               02 ST-COL-R       PIC 9(3)  VALUE IS 170.
               02 ST-COL-G       PIC 9(3)  VALUE IS 210.
               02 ST-COL-B       PIC 9(3)  VALUE IS 230.
               02 ST-COL-A       PIC 9(3)  VALUE IS 255.
       PROCEDURE DIVISION.
       MAIN SECTION.
      *    SDL2 INITIALIZATION
      *    REPLAY PLAYBACK WHEN ASKED FOR ON THE COMMAND LINE
           ACCEPT CMDLINE-ARGS FROM COMMAND-LINE

      *    LEVEL EDITOR INSTEAD OF A GAME WHEN ASKED FOR - NOTHING IS
      *    RECORDED AND NO SCORE IS KEPT
           IF CMDLINE-ARGS(1:4) IS EQUAL TO "EDIT" THEN
               MOVE "Y" TO EDIT-MODE
               PERFORM RUN-EDITOR
               GO TO KILL-RENDERER
           END-IF

           IF CMDLINE-ARGS(1:4) IS EQUAL TO "PLAY" THEN
               MOVE "Y" TO REPLAY-MODE
               PERFORM LOAD-REPLAY

       KILL-RENDERER.
           IF GAME-STATE IS EQUAL TO ZERO AND
               REPLAY-MODE IS EQUAL TO "N" AND
               EDIT-MODE IS EQUAL TO "N" THEN
               PERFORM SAVE-HIGH-SCORE
           END-IF

           CALL STATIC "SDL_RenderPresent" USING
               BY VALUE REND-POINTER
           END-CALL.

      *    LEVEL EDITOR - THE FIELD IS THE SAME UNIT-SIZE GRID THE
      *    GAME PLAYS ON, CAPPED AT THE 40 X 30 A MAP FILE HOLDS
       RUN-EDITOR SECTION.
           MOVE SPACES TO EDIT-WORD
           MOVE SPACES TO EDIT-FILE-NAME
           UNSTRING CMDLINE-ARGS DELIMITED BY ALL SPACE
               INTO EDIT-WORD EDIT-FILE-NAME
           END-UNSTRING

           IF EDIT-FILE-NAME IS EQUAL TO SPACES THEN
               MOVE "snake.map" TO EDIT-FILE-NAME
           END-IF

           COMPUTE EDIT-FIELD-COLS = WIN-W / UNIT-SIZE
           COMPUTE EDIT-FIELD-ROWS = WIN-H / UNIT-SIZE

           MOVE EDIT-FIELD-COLS TO EDIT-COLS
           IF EDIT-COLS IS GREATER THAN 40 THEN
               MOVE 40 TO EDIT-COLS
           END-IF

           MOVE EDIT-FIELD-ROWS TO EDIT-ROWS
           IF EDIT-ROWS IS GREATER THAN 30 THEN
               MOVE 30 TO EDIT-ROWS
           END-IF

           PERFORM EDIT-MARK-START-AREA
           PERFORM EDIT-LOAD-MAP

           DISPLAY "=== LEVEL EDITOR: " EDIT-FILE-NAME
           DISPLAY "ARROWS MOVE, SPACE TOGGLES A BLOCK, = / - FOOD "
               "TARGET"
           DISPLAY "S SAVES, A SAVES AND ADDS TO snake.cpg, ESC LEAVES"
           DISPLAY "FOOD TARGET: " EDIT-TARGET

           MOVE 2 TO EDIT-CUR-COL
           MOVE 2 TO EDIT-CUR-ROW

           CALL STATIC "SDL_GetTicks" RETURNING TSTART

           PERFORM WITH TEST BEFORE UNTIL DONE IS EQUALS TO 1
               CALL STATIC "SDL_GetTicks" RETURNING TEND
               SUBTRACT TSTART FROM TEND GIVING DELTA

               IF DELTA IS GREATER THAN TICK-MS THEN
                   MOVE TEND TO TSTART
                   PERFORM EDIT-EVENT-HANDLER
                   PERFORM DRAW-EDITOR
               END-IF
           END-PERFORM.

       RUN-EDITOR-EXIT.
           EXIT.

      *    START AREA - PLAYER 1'S START CELL AND THE FOUR CELLS IT
      *    RUNS INTO HEADING RIGHT, AND THE SAME FOR PLAYER 2 HEADING
      *    LEFT FROM THE FAR CORNER (SEE RESET-ROUND AND
      *    PLACE-PLAYER2). BOTH ARE KEPT SO ANY MAP PLAYS HEAD-TO-HEAD
       EDIT-MARK-START-AREA SECTION.
           MOVE SPACES TO EDIT-START-AREA

           MOVE 2 TO EDIT-START-ROW
           PERFORM WITH TEST BEFORE VARYING EDIT-START-COL FROM 2 BY 1
                   UNTIL EDIT-START-COL IS GREATER THAN 6
               IF EDIT-START-COL IS NOT GREATER THAN EDIT-COLS AND
                   EDIT-START-ROW IS NOT GREATER THAN EDIT-ROWS THEN
                   MOVE "S" TO
                       EDIT-START(EDIT-START-ROW)(EDIT-START-COL:1)
               END-IF
           END-PERFORM

           COMPUTE EDIT-START-ROW = EDIT-FIELD-ROWS - 1
           COMPUTE EDIT-X1 = EDIT-FIELD-COLS - 5

           PERFORM WITH TEST BEFORE VARYING EDIT-START-COL FROM EDIT-X1
                   BY 1 UNTIL EDIT-START-COL IS GREATER THAN
                   EDIT-FIELD-COLS - 1
               IF EDIT-START-COL IS GREATER THAN ZERO AND
                   EDIT-START-COL IS NOT GREATER THAN EDIT-COLS AND
                   EDIT-START-ROW IS GREATER THAN ZERO AND
                   EDIT-START-ROW IS NOT GREATER THAN EDIT-ROWS THEN
                   MOVE "S" TO
                       EDIT-START(EDIT-START-ROW)(EDIT-START-COL:1)
               END-IF
           END-PERFORM.

       EDIT-MARK-START-AREA-EXIT.
           EXIT.

      *    PULL THE FIRST MAP OF THE FILE INTO THE GRID - A FILE THAT
      *    IS NOT THERE YET IS A NEW, EMPTY MAP. A FILE HOLDING MORE
      *    THAN ONE MAP (THE OLD snake.map STYLE) CAN BE LOOKED AT BUT
      *    NOT SAVED OVER, OR THE OTHER LEVELS WOULD BE LOST
       EDIT-LOAD-MAP SECTION.
           PERFORM WITH TEST BEFORE VARYING MAP-ROW FROM 1 BY 1
                   UNTIL MAP-ROW IS GREATER THAN 30
               MOVE ALL "." TO EDIT-ROW(MAP-ROW)
           END-PERFORM

           MOVE EDIT-FILE-NAME TO MAP-NAME
           MOVE ZERO TO BLOCK-TOTAL
           MOVE "N" TO IN-BLOCK

           OPEN INPUT MAP-FILE

           IF MAP-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NEW MAP - " EDIT-FILE-NAME " IS NOT ON FILE YET"
               GO TO EDIT-LOAD-MAP-EXIT
           END-IF

           PERFORM COUNT-MAP-BLOCK
               WITH TEST BEFORE
               UNTIL MAP-FILE-STATUS IS EQUAL TO "10"

           CLOSE MAP-FILE

           IF BLOCK-TOTAL IS GREATER THAN 1 THEN
               MOVE "Y" TO EDIT-MULTI-BLOCK
               DISPLAY EDIT-FILE-NAME " HOLDS " BLOCK-TOTAL " MAPS - "
                   "SHOWING THE FIRST, SAVING IS OFF"
           END-IF

           MOVE ZERO TO EDIT-LINE-STATE
           MOVE ZERO TO MAP-ROW

           OPEN INPUT MAP-FILE

           IF MAP-FILE-STATUS IS NOT EQUAL TO "00" THEN
               GO TO EDIT-LOAD-MAP-EXIT
           END-IF

           PERFORM EDIT-LOAD-MAP-LINE
               WITH TEST BEFORE
               UNTIL MAP-FILE-STATUS IS EQUAL TO "10"

           CLOSE MAP-FILE

           GO TO EDIT-LOAD-MAP-EXIT.

      *    STATE 0 - BEFORE THE MAP, 1 - IN ITS ROWS, 2 - PAST IT
       EDIT-LOAD-MAP-LINE.
           READ MAP-FILE
               AT END
                   MOVE "10" TO MAP-FILE-STATUS
           END-READ

           IF MAP-FILE-STATUS IS EQUAL TO "10" OR
               EDIT-LINE-STATE IS EQUAL TO 2 THEN
               EXIT PARAGRAPH
           END-IF

           IF MAP-RECORD IS EQUAL TO SPACES THEN
               IF EDIT-LINE-STATE IS EQUAL TO 1 THEN
                   MOVE 2 TO EDIT-LINE-STATE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF EDIT-LINE-STATE IS EQUAL TO ZERO THEN
               IF MAP-RECORD(1:3) IS NUMERIC THEN
                   MOVE MAP-RECORD(1:3) TO EDIT-TARGET
               END-IF
               MOVE 1 TO EDIT-LINE-STATE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO MAP-ROW

           IF MAP-ROW IS GREATER THAN 30 THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM WITH TEST BEFORE VARYING MAP-COL FROM 1 BY 1
                   UNTIL MAP-COL IS GREATER THAN 40
               IF MAP-RECORD(MAP-COL:1) IS EQUAL TO "#" THEN
                   MOVE "#" TO EDIT-ROW(MAP-ROW)(MAP-COL:1)
               END-IF
           END-PERFORM.

       EDIT-LOAD-MAP-EXIT.
           EXIT.

      *    SAME POLLING AS THE GAME, BUT ONLY A REAL EVENT IS ACTED
      *    ON - A TOGGLE MUST NOT FIRE TWICE ON ONE KEY PRESS
       EDIT-EVENT-HANDLER SECTION.
           PERFORM WITH TEST AFTER UNTIL SDL-POLL-EVENT = 0
               CALL STATIC "SDL_PollEvent" USING
                   BY REFERENCE SDL-EVENT
                   RETURNING SDL-POLL-EVENT
               END-CALL

               IF SDL-POLL-EVENT IS NOT EQUAL TO ZERO THEN
                   IF EVENT-TYPE IS EQUALS TO SDL-QUIT THEN
                       IF EDIT-DIRTY IS EQUAL TO "Y" THEN
                           DISPLAY "UNSAVED CHANGES DISCARDED"
                       END-IF
                       SET DONE TO 1
                   ELSE IF EVENT-TYPE IS EQUALS TO SDL-KEYDOWN THEN
                       PERFORM EDIT-KEY
                   END-IF
               END-IF
           END-PERFORM.

       EDIT-EVENT-HANDLER-EXIT.
           EXIT.

       EDIT-KEY SECTION.
           IF EVENT-KEY = SDL-KESCAPE THEN
               IF EDIT-DIRTY IS EQUAL TO "Y" AND
                   EDIT-QUIT-ASKED IS EQUAL TO "N" THEN
                   DISPLAY "UNSAVED CHANGES - ESC AGAIN TO LEAVE "
                       "WITHOUT SAVING"
                   MOVE "Y" TO EDIT-QUIT-ASKED
               ELSE
                   SET DONE TO 1
               END-IF
               GO TO EDIT-KEY-EXIT
           END-IF

           MOVE "N" TO EDIT-QUIT-ASKED

           EVALUATE TRUE
               WHEN EVENT-KEY = SDL-KUP
                   IF EDIT-CUR-ROW IS GREATER THAN 1 THEN
                       SUBTRACT 1 FROM EDIT-CUR-ROW
                   END-IF
               WHEN EVENT-KEY = SDL-KDOWN
                   IF EDIT-CUR-ROW IS LESS THAN EDIT-ROWS THEN
                       ADD 1 TO EDIT-CUR-ROW
                   END-IF
               WHEN EVENT-KEY = SDL-KLEFT
                   IF EDIT-CUR-COL IS GREATER THAN 1 THEN
                       SUBTRACT 1 FROM EDIT-CUR-COL
                   END-IF
               WHEN EVENT-KEY = SDL-KRIGHT
                   IF EDIT-CUR-COL IS LESS THAN EDIT-COLS THEN
                       ADD 1 TO EDIT-CUR-COL
                   END-IF
               WHEN EVENT-KEY = SDL-KSPACE
                   PERFORM EDIT-TOGGLE-BLOCK
               WHEN EVENT-KEY = SDL-KEQUALS
                   IF EDIT-TARGET IS LESS THAN 999 THEN
                       ADD 1 TO EDIT-TARGET
                       MOVE "Y" TO EDIT-DIRTY
                   END-IF
                   DISPLAY "FOOD TARGET: " EDIT-TARGET
               WHEN EVENT-KEY = SDL-KMINUS
                   IF EDIT-TARGET IS GREATER THAN ZERO THEN
                       SUBTRACT 1 FROM EDIT-TARGET
                       MOVE "Y" TO EDIT-DIRTY
                   END-IF
                   DISPLAY "FOOD TARGET: " EDIT-TARGET
               WHEN EVENT-KEY = SDL-KSAVE
                   MOVE "N" TO EDIT-ADD-CPG
                   PERFORM EDIT-SAVE-MAP
               WHEN EVENT-KEY = SDL-KADD
                   MOVE "Y" TO EDIT-ADD-CPG
                   PERFORM EDIT-SAVE-MAP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EDIT-KEY-EXIT.
           EXIT.

       EDIT-TOGGLE-BLOCK SECTION.
           IF EDIT-START(EDIT-CUR-ROW)(EDIT-CUR-COL:1) IS EQUAL TO "S"
               THEN
               DISPLAY "START AREA - IT STAYS OPEN"
               GO TO EDIT-TOGGLE-BLOCK-EXIT
           END-IF

           IF EDIT-ROW(EDIT-CUR-ROW)(EDIT-CUR-COL:1) IS EQUAL TO "#"
               THEN
               MOVE "." TO EDIT-ROW(EDIT-CUR-ROW)(EDIT-CUR-COL:1)
           ELSE
               MOVE "#" TO EDIT-ROW(EDIT-CUR-ROW)(EDIT-CUR-COL:1)
           END-IF

           MOVE "Y" TO EDIT-DIRTY.

       EDIT-TOGGLE-BLOCK-EXIT.
           EXIT.

      *    A LAYOUT IS ONLY SAVED IF THE GAME CAN PLAY IT: NO BLOCK IN
      *    THE START AREA, NO MORE BLOCKS THAN LOAD-LEVEL KEEPS (400),
      *    AND ENOUGH OPEN CELLS WHERE SPAWN-FOOD DROPS FOOD (ONE CELL
      *    IN FROM EACH EDGE). SPAWN-FOOD GIVES UP AFTER 200 RANDOM
      *    TRIES, SO AT LEAST ONE CELL IN 40 THERE MUST BE OPEN
       EDIT-CHECK-LAYOUT SECTION.
           MOVE "Y" TO EDIT-VALID
           MOVE ZERO TO EDIT-BLOCKS
           MOVE ZERO TO EDIT-SPAWN-FREE

           COMPUTE EDIT-SPAWN-CELLS =
               (EDIT-FIELD-COLS - 2) * (EDIT-FIELD-ROWS - 2)
           MOVE EDIT-SPAWN-CELLS TO EDIT-SPAWN-FREE

           PERFORM WITH TEST BEFORE VARYING MAP-ROW FROM 1 BY 1
                   UNTIL MAP-ROW IS GREATER THAN EDIT-ROWS
               PERFORM WITH TEST BEFORE VARYING MAP-COL FROM 1 BY 1
                       UNTIL MAP-COL IS GREATER THAN EDIT-COLS
                   IF EDIT-ROW(MAP-ROW)(MAP-COL:1) IS EQUAL TO "#" THEN
                       ADD 1 TO EDIT-BLOCKS

                       IF EDIT-START(MAP-ROW)(MAP-COL:1) IS EQUAL TO
                           "S" THEN
                           DISPLAY "START AREA BLOCKED AT ROW "
                               MAP-ROW " COLUMN " MAP-COL
                           MOVE "N" TO EDIT-VALID
                       END-IF

                       IF MAP-ROW IS GREATER THAN 1 AND
                           MAP-ROW IS LESS THAN EDIT-FIELD-ROWS AND
                           MAP-COL IS GREATER THAN 1 AND
                           MAP-COL IS LESS THAN EDIT-FIELD-COLS THEN
                           SUBTRACT 1 FROM EDIT-SPAWN-FREE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           IF EDIT-BLOCKS IS GREATER THAN 400 THEN
               DISPLAY EDIT-BLOCKS " BLOCKS - THE GAME KEEPS NO MORE "
                   "THAN 400"
               MOVE "N" TO EDIT-VALID
           END-IF

           COMPUTE EDIT-SPAWN-MIN = EDIT-SPAWN-CELLS / 40 + 1

           IF EDIT-SPAWN-FREE IS LESS THAN EDIT-SPAWN-MIN THEN
               DISPLAY "ONLY " EDIT-SPAWN-FREE " OPEN CELLS FOR FOOD"
                   " - NEED AT LEAST " EDIT-SPAWN-MIN
               MOVE "N" TO EDIT-VALID
           END-IF.

       EDIT-CHECK-LAYOUT-EXIT.
           EXIT.

      *    WRITE THE MAP IN THE FORM LOAD-LEVEL READS - THE FOOD
      *    TARGET LINE, THEN ONE ROW PER GRID LINE
       EDIT-SAVE-MAP SECTION.
           IF EDIT-MULTI-BLOCK IS EQUAL TO "Y" THEN
               DISPLAY "NOT SAVED - " EDIT-FILE-NAME " HOLDS MORE THAN"
                   " ONE MAP; EDIT A NEW FILE FOR THE CAMPAIGN"
               GO TO EDIT-SAVE-MAP-EXIT
           END-IF

           PERFORM EDIT-CHECK-LAYOUT

           IF EDIT-VALID IS EQUAL TO "N" THEN
               DISPLAY "NOT SAVED - FIX THE LAYOUT FIRST"
               GO TO EDIT-SAVE-MAP-EXIT
           END-IF

           MOVE EDIT-FILE-NAME TO MAP-NAME

           OPEN OUTPUT MAP-FILE

           IF MAP-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT WRITE " EDIT-FILE-NAME ", STATUS "
                   MAP-FILE-STATUS
               GO TO EDIT-SAVE-MAP-EXIT
           END-IF

           MOVE SPACES TO MAP-RECORD
           MOVE EDIT-TARGET TO MAP-RECORD(1:3)
           WRITE MAP-RECORD

           PERFORM WITH TEST BEFORE VARYING MAP-ROW FROM 1 BY 1
                   UNTIL MAP-ROW IS GREATER THAN EDIT-ROWS
               MOVE EDIT-ROW(MAP-ROW) TO MAP-RECORD
               WRITE MAP-RECORD
           END-PERFORM

           CLOSE MAP-FILE

           MOVE "N" TO EDIT-DIRTY
           DISPLAY "SAVED " EDIT-FILE-NAME " - " EDIT-BLOCKS
               " BLOCKS, FOOD TARGET " EDIT-TARGET

           IF EDIT-ADD-CPG IS EQUAL TO "Y" THEN
               PERFORM EDIT-ADD-CAMPAIGN
           END-IF.

       EDIT-SAVE-MAP-EXIT.
           EXIT.

      *    APPEND THE MAP TO THE CAMPAIGN LIST UNLESS IT IS ALREADY
      *    ON IT - THE FIRST ENTRY STARTS A NEW LIST, WHICH TURNS THE
      *    GAME OVER FROM snake.map TO THE CAMPAIGN
       EDIT-ADD-CAMPAIGN SECTION.
           MOVE "N" TO EDIT-CPG-FOUND
           MOVE ZERO TO CPG-TOTAL

           OPEN INPUT CAMPAIGN-FILE

           IF CPG-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM EDIT-FIND-CAMPAIGN-LINE
                   WITH TEST BEFORE
                   UNTIL CPG-FILE-STATUS IS EQUAL TO "10"
               CLOSE CAMPAIGN-FILE
           END-IF

           IF EDIT-CPG-FOUND IS EQUAL TO "Y" THEN
               DISPLAY EDIT-FILE-NAME " IS ALREADY ON snake.cpg"
               GO TO EDIT-ADD-CAMPAIGN-EXIT
           END-IF

           OPEN EXTEND CAMPAIGN-FILE

           IF CPG-FILE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CAMPAIGN-FILE
           END-IF

           IF CPG-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT WRITE snake.cpg, STATUS "
                   CPG-FILE-STATUS
               GO TO EDIT-ADD-CAMPAIGN-EXIT
           END-IF

           MOVE EDIT-FILE-NAME TO CAMPAIGN-RECORD
           WRITE CAMPAIGN-RECORD
           CLOSE CAMPAIGN-FILE

           ADD 1 TO CPG-TOTAL
           DISPLAY EDIT-FILE-NAME " ADDED TO snake.cpg AS LEVEL "
               CPG-TOTAL

           GO TO EDIT-ADD-CAMPAIGN-EXIT.

       EDIT-FIND-CAMPAIGN-LINE.
           READ CAMPAIGN-FILE
               AT END
                   MOVE "10" TO CPG-FILE-STATUS
           END-READ

           IF CPG-FILE-STATUS IS EQUAL TO "10" THEN
               CONTINUE
           ELSE
               IF CAMPAIGN-RECORD IS NOT EQUAL TO SPACES THEN
                   ADD 1 TO CPG-TOTAL

                   IF CAMPAIGN-RECORD IS EQUAL TO EDIT-FILE-NAME THEN
                       MOVE "Y" TO EDIT-CPG-FOUND
                   END-IF
               END-IF
           END-IF.

       EDIT-ADD-CAMPAIGN-EXIT.
           EXIT.

      *    EDITOR CANVAS - BLOCKS IN THE WALL COLOR, THE START AREA
      *    IN A PALE TINT, GRID LINES, AND THE CURSOR OUTLINED IN THE
      *    FOOD COLOR
       DRAW-EDITOR SECTION.
           CALL STATIC "SDL_SetRenderDrawColor" USING
               BY VALUE REND-POINTER
               BY VALUE BACK-R
               BY VALUE BACK-G
               BY VALUE BACK-B
               BY VALUE BACK-A
           END-CALL

           CALL STATIC "SDL_RenderClear" USING
               BY VALUE REND-POINTER
           END-CALL

           MOVE UNIT-SIZE TO ED-RECT-W
           MOVE UNIT-SIZE TO ED-RECT-H

           CALL STATIC "SDL_SetRenderDrawColor" USING
               BY VALUE REND-POINTER
               BY VALUE ST-COL-R
               BY VALUE ST-COL-G
               BY VALUE ST-COL-B
               BY VALUE ST-COL-A
           END-CALL

           PERFORM WITH TEST BEFORE VARYING MAP-ROW FROM 1 BY 1
                   UNTIL MAP-ROW IS GREATER THAN EDIT-ROWS
               PERFORM WITH TEST BEFORE VARYING MAP-COL FROM 1 BY 1
                       UNTIL MAP-COL IS GREATER THAN EDIT-COLS
                   IF EDIT-START(MAP-ROW)(MAP-COL:1) IS EQUAL TO "S"
                       THEN
                       COMPUTE ED-RECT-X = (MAP-COL - 1) * UNIT-SIZE
                       COMPUTE ED-RECT-Y = (MAP-ROW - 1) * UNIT-SIZE
                       CALL STATIC "SDL_RenderFillRect" USING
                           BY VALUE REND-POINTER
                           BY REFERENCE EDIT-RECT
                       END-CALL
                   END-IF
               END-PERFORM
           END-PERFORM

           CALL STATIC "SDL_SetRenderDrawColor" USING
               BY VALUE REND-POINTER
               BY VALUE WL-COL-R
               BY VALUE WL-COL-G
               BY VALUE WL-COL-B
               BY VALUE WL-COL-A
           END-CALL

           PERFORM WITH TEST BEFORE VARYING MAP-ROW FROM 1 BY 1
                   UNTIL MAP-ROW IS GREATER THAN EDIT-ROWS
               PERFORM WITH TEST BEFORE VARYING MAP-COL FROM 1 BY 1
                       UNTIL MAP-COL IS GREATER THAN EDIT-COLS
                   IF EDIT-ROW(MAP-ROW)(MAP-COL:1) IS EQUAL TO "#" THEN
                       COMPUTE ED-RECT-X = (MAP-COL - 1) * UNIT-SIZE
                       COMPUTE ED-RECT-Y = (MAP-ROW - 1) * UNIT-SIZE
                       CALL STATIC "SDL_RenderFillRect" USING
                           BY VALUE REND-POINTER
                           BY REFERENCE EDIT-RECT
                       END-CALL
                   END-IF
               END-PERFORM
           END-PERFORM

           CALL STATIC "SDL_SetRenderDrawColor" USING
               BY VALUE REND-POINTER
               BY VALUE GR-COL-R
               BY VALUE GR-COL-G
               BY VALUE GR-COL-B
               BY VALUE GR-COL-A
           END-CALL

           MOVE ZERO TO EDIT-Y1
           COMPUTE EDIT-Y2 = EDIT-ROWS * UNIT-SIZE

           PERFORM WITH TEST BEFORE VARYING MAP-COL FROM ZERO BY 1
                   UNTIL MAP-COL IS GREATER THAN EDIT-COLS
               COMPUTE EDIT-X1 = MAP-COL * UNIT-SIZE
               CALL STATIC "SDL_RenderDrawLine" USING
                   BY VALUE REND-POINTER
                   BY VALUE EDIT-X1
                   BY VALUE EDIT-Y1
                   BY VALUE EDIT-X1
                   BY VALUE EDIT-Y2
               END-CALL
           END-PERFORM

           MOVE ZERO TO EDIT-X1
           COMPUTE EDIT-X2 = EDIT-COLS * UNIT-SIZE

           PERFORM WITH TEST BEFORE VARYING MAP-ROW FROM ZERO BY 1
                   UNTIL MAP-ROW IS GREATER THAN EDIT-ROWS
               COMPUTE EDIT-Y1 = MAP-ROW * UNIT-SIZE
               CALL STATIC "SDL_RenderDrawLine" USING
                   BY VALUE REND-POINTER
                   BY VALUE EDIT-X1
                   BY VALUE EDIT-Y1
                   BY VALUE EDIT-X2
                   BY VALUE EDIT-Y1
               END-CALL
           END-PERFORM

      *    CURSOR - TWO OUTLINES SO IT SHOWS ON A BLOCK AS WELL
           CALL STATIC "SDL_SetRenderDrawColor" USING
               BY VALUE REND-POINTER
               BY VALUE FD-COL-R
               BY VALUE FD-COL-G
               BY VALUE FD-COL-B
               BY VALUE FD-COL-A
           END-CALL

           COMPUTE ED-RECT-X = (EDIT-CUR-COL - 1) * UNIT-SIZE
           COMPUTE ED-RECT-Y = (EDIT-CUR-ROW - 1) * UNIT-SIZE

           CALL STATIC "SDL_RenderDrawRect" USING
               BY VALUE REND-POINTER
               BY REFERENCE EDIT-RECT
           END-CALL

           ADD 1 TO ED-RECT-X
           ADD 1 TO ED-RECT-Y
           SUBTRACT 2 FROM ED-RECT-W
           SUBTRACT 2 FROM ED-RECT-H

           CALL STATIC "SDL_RenderDrawRect" USING
               BY VALUE REND-POINTER
               BY REFERENCE EDIT-RECT
           END-CALL

           CALL STATIC "SDL_RenderPresent" USING
               BY VALUE REND-POINTER
           END-CALL.

       DRAW-EDITOR-EXIT.
           EXIT.
       END PROGRAM COBOL-SDL2.
