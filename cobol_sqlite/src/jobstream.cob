       FILE SECTION.
      *    ONE STREAM FOR EVERY NIGHT - THE FREQUENCY CODE SAYS WHEN
      *    A STEP IS DUE: DLY EVERY NIGHT, MON..SUN THAT WEEKDAY
      *    ONLY, EOM ON THE LAST DAY OF THE MONTH.
      *    A STEP THAT NEEDS AN INPUT FROM OUTSIDE NAMES IT AS ITS
      *    TRIGGER FILE, WITH THE LATEST TIME (HHMM) IT MAY ARRIVE AND
      *    WHAT TO DO IF IT HAS NOT: SKIP THE STEP OR STOP THE STREAM
      *    (THE DEFAULT). A DEADLINE BEFORE 1200 FALLS ON THE MORNING
      *    AFTER THE PROCESSING DATE, ANY OTHER ON THE DATE ITSELF.
       FD  STREAM-FILE.
       01  STREAM-RECORD.
           02 STM-STEP     PIC X(2).
           02 STM-FREQ     PIC X(3).
           02 FILLER       PIC X.
           02 STM-COMMAND  PIC X(60).
           02 FILLER       PIC X.
           02 STM-TRIGGER  PIC X(30).
           02 FILLER       PIC X.
           02 STM-DEADLINE PIC X(4).
           02 FILLER       PIC X.
           02 STM-LATE     PIC X(4).
       FD  JOBLOG-FILE.
       01  JOBLOG-RECORD.
           02 LOG-DATE     PIC X(8).
       77 SYX-DELETE-NAME  PIC X(40).
       77 SYX-PRUNED       PIC 9(4)   VALUE IS ZERO.
       77 SYX-RENAME-CMD   PIC X(40).
       77 LOG-TEXT-WS      PIC X(40)  VALUE IS SPACES.
      *    TRIGGER-FILE WAIT - SEE WAIT-FOR-TRIGGER
       77 STEPS-LATE       PIC 9(2)   VALUE IS ZERO.
       77 TRIGGER-NAME     PIC X(30).
       77 TRIGGER-ACTION   PIC X(4).
       77 TRIGGER-RESULT   PIC X.
       77 TRIGGER-FOUND    PIC X.
       77 TRIGGER-STALE    PIC X.
       77 TRIGGER-FILE-DATE PIC 9(8).
       01 TRIGGER-DETAILS.
           02 TRG-SIZE     PIC X(8)   USAGE IS COMP-X.
           02 TRG-DAY      PIC X      USAGE IS COMP-X.
           02 TRG-MONTH    PIC X      USAGE IS COMP-X.
           02 TRG-YEAR     PIC X(2)   USAGE IS COMP-X.
           02 TRG-HOURS    PIC X      USAGE IS COMP-X.
           02 TRG-MINUTES  PIC X      USAGE IS COMP-X.
           02 TRG-SECONDS  PIC X      USAGE IS COMP-X.
           02 TRG-HUNDREDTHS PIC X    USAGE IS COMP-X.
       77 DEADLINE-HHMM    PIC 9(4).
       77 DEADLINE-DATE    PIC 9(8).
       77 DEADLINE-KEY     PIC 9(12).
       77 NOW-DATE         PIC 9(8).
       77 NOW-TIME         PIC 9(8).
       77 NOW-HHMM         PIC 9(4).
       77 NOW-KEY          PIC 9(12).
       01 ARRIVAL-TIME.
           02 ARV-HH       PIC 9(2).
           02 FILLER       PIC X      VALUE IS ":".
           02 ARV-MM       PIC 9(2).
      *    HOW LONG TO SLEEP BETWEEN LOOKS FOR A TRIGGER FILE
       77 POLL-COMMAND     PIC X(20)
           VALUE IS "sleep 60".
       PROCEDURE DIVISION.
           PERFORM READ-PROC-DATE THRU READ-PROC-DATE-EXIT
           PERFORM SET-CALENDAR

           DISPLAY STEPS-RUN " STEPS RUN, " STEPS-SKIPPED
               " ALREADY DONE, " STEPS-NOT-DUE " NOT DUE"

      *    A STEP LEFT OUT FOR A LATE FILE STILL HAS TO BE RUN BY
      *    HAND ONCE THE FILE COMES IN
           IF STEPS-LATE IS GREATER THAN ZERO THEN
               DISPLAY STEPS-LATE " STEPS SKIPPED - INPUT FILE LATE"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZERO TO RETURN-CODE
           STOP RUN.

               GO TO RUN-STREAM-STEP-EXIT
           END-IF

      *    A STEP WITH A TRIGGER FILE DOES NOT START UNTIL THE FILE
      *    IS HERE - A LOAD RUN AGAINST A MISSING FILE LOADS NOTHING
      *    AND STILL ENDS CC 0
           PERFORM WAIT-FOR-TRIGGER THRU WAIT-FOR-TRIGGER-EXIT

           IF TRIGGER-RESULT IS EQUAL TO "S" THEN
               ADD 1 TO STEPS-LATE
               GO TO RUN-STREAM-STEP-EXIT
           END-IF

           IF TRIGGER-RESULT IS EQUAL TO "F" THEN
               MOVE "Y" TO STREAM-FAILED
               GO TO RUN-STREAM-STEP-EXIT
           END-IF

           MOVE "START" TO LOG-EVENT-WS
           MOVE SPACES TO LOG-CC-WS
           PERFORM WRITE-JOBLOG

           MOVE SPACES TO SYSTEM-COMMAND

      *    THE STEP NUMBER RIDES ALONG IN JOB_STEP SO A STEP THAT
      *    LOGS A FAILED SQL CALL CAN SAY WHICH STEP IT WAS
           STRING "export JOB_STEP=" DELIMITED BY SIZE
               STEP-NUM-WS DELIMITED BY SIZE
               "; " DELIMITED BY SIZE
               COMMAND-WS(1:CMD-LEN) DELIMITED BY SIZE
               " > " DELIMITED BY SIZE
               SYSOUT-NAME(1:25) DELIMITED BY SIZE
               " 2>&1" DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           END-STRING

           COMPUTE CMD-FULL-LEN = CMD-LEN + 53
           MOVE LOW-VALUE TO SYSTEM-COMMAND(CMD-FULL-LEN + 1:1)

           CALL "SYSTEM" USING SYSTEM-COMMAND
           PERFORM WRITE-JOBLOG
           PERFORM WRITE-SYSOUT-IDX

      *    CC 12 IS A LOAD OR EDIT STEP THAT WENT OVER ITS REJECT
      *    TOLERANCE - SAY SO ON THE LOG SO NOBODY GOES LOOKING FOR
      *    A PROGRAM FAULT
           IF STEP-CC IS EQUAL TO 12 THEN
               DISPLAY "STEP " STEP-NUM-WS
                   " STOPPED - REJECT TOLERANCE BREACHED"
               MOVE "TOLER" TO LOG-EVENT-WS
               PERFORM WRITE-JOBLOG
           END-IF

           IF STEP-CC IS NOT EQUAL TO ZERO THEN
               DISPLAY "STEP " STEP-NUM-WS " FAILED, CC=" STEP-CC
               MOVE "Y" TO STREAM-FAILED
           MOVE LOG-CC-WS TO LOG-CC
           MOVE COMMAND-WS TO LOG-COMMAND

           IF LOG-TEXT-WS IS NOT EQUAL TO SPACES THEN
               MOVE LOG-TEXT-WS TO LOG-COMMAND
               MOVE SPACES TO LOG-TEXT-WS
           END-IF

           WRITE JOBLOG-RECORD
           CLOSE JOBLOG-FILE.

      *    LOOK FOR THE STEP'S TRIGGER FILE, AND IF IT IS NOT HERE
      *    YET KEEP LOOKING UNTIL THE DEADLINE. TRIGGER-RESULT COMES
      *    BACK R TO RUN THE STEP, S TO SKIP IT, F TO STOP THE STREAM.
       WAIT-FOR-TRIGGER.
           MOVE "R" TO TRIGGER-RESULT

           IF STM-TRIGGER IS EQUAL TO SPACES THEN
               GO TO WAIT-FOR-TRIGGER-EXIT
           END-IF

           MOVE STM-TRIGGER TO TRIGGER-NAME
           MOVE STM-LATE TO TRIGGER-ACTION

           INSPECT TRIGGER-ACTION CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF TRIGGER-ACTION IS EQUAL TO SPACES THEN
               MOVE "STOP" TO TRIGGER-ACTION
           END-IF

           IF STM-DEADLINE IS NOT NUMERIC OR
               STM-DEADLINE(1:2) IS GREATER THAN "23" OR
               STM-DEADLINE(3:2) IS GREATER THAN "59" OR
               (TRIGGER-ACTION IS NOT EQUAL TO "SKIP" AND
                TRIGGER-ACTION IS NOT EQUAL TO "STOP") THEN
               DISPLAY "BAD TRIGGER ON STEP " STEP-NUM-WS
                   " - DEADLINE MUST BE HHMM, THEN SKIP OR STOP"
               MOVE "F" TO TRIGGER-RESULT
               GO TO WAIT-FOR-TRIGGER-EXIT
           END-IF

           MOVE STM-DEADLINE TO DEADLINE-HHMM

           IF DEADLINE-HHMM IS LESS THAN 1200 THEN
               MOVE NEXT-DATE TO DEADLINE-DATE
           ELSE
               MOVE PROC-DATE TO DEADLINE-DATE
           END-IF

           COMPUTE DEADLINE-KEY = DEADLINE-DATE * 10000 + DEADLINE-HHMM
           MOVE "N" TO TRIGGER-STALE

           PERFORM CHECK-TRIGGER

           IF TRIGGER-FOUND IS EQUAL TO "N" AND
               NOW-KEY IS LESS THAN DEADLINE-KEY THEN
               DISPLAY "STEP " STEP-NUM-WS " WAITING FOR "
                   TRIGGER-NAME " UNTIL " DEADLINE-HHMM
               MOVE "WAIT" TO LOG-EVENT-WS
               MOVE DEADLINE-HHMM TO LOG-CC-WS
               MOVE TRIGGER-NAME TO LOG-TEXT-WS
               PERFORM WRITE-JOBLOG

               PERFORM POLL-TRIGGER
                   UNTIL TRIGGER-FOUND IS EQUAL TO "Y" OR
                         NOW-KEY IS NOT LESS THAN DEADLINE-KEY
           END-IF

           IF TRIGGER-FOUND IS EQUAL TO "Y" THEN
               MOVE TRG-HOURS TO ARV-HH
               MOVE TRG-MINUTES TO ARV-MM
               DISPLAY "STEP " STEP-NUM-WS ": " TRIGGER-NAME
                   " ARRIVED " TRIGGER-FILE-DATE " " ARRIVAL-TIME
               MOVE "ARRIV" TO LOG-EVENT-WS
               MOVE ARRIVAL-TIME TO LOG-CC-WS
               MOVE TRIGGER-NAME TO LOG-TEXT-WS
               PERFORM WRITE-JOBLOG
               GO TO WAIT-FOR-TRIGGER-EXIT
           END-IF

      *    DEADLINE GONE - THE STEP SAYS WHETHER THE REST OF THE
      *    STREAM CAN GO ON WITHOUT IT
           DISPLAY "STEP " STEP-NUM-WS ": " TRIGGER-NAME
               " NOT IN BY " DEADLINE-HHMM " - " TRIGGER-ACTION
           MOVE "LATE" TO LOG-EVENT-WS
           MOVE TRIGGER-ACTION TO LOG-CC-WS
           MOVE TRIGGER-NAME TO LOG-TEXT-WS
           PERFORM WRITE-JOBLOG

           IF TRIGGER-ACTION IS EQUAL TO "SKIP" THEN
               MOVE "S" TO TRIGGER-RESULT
           ELSE
               MOVE "F" TO TRIGGER-RESULT
           END-IF.

       WAIT-FOR-TRIGGER-EXIT.
           EXIT.

       POLL-TRIGGER.
           MOVE LOW-VALUE TO POLL-COMMAND(9:1)
           CALL "SYSTEM" USING POLL-COMMAND
           END-CALL
           MOVE ZERO TO RETURN-CODE

           PERFORM CHECK-TRIGGER.

      *    THE FILE COUNTS AS ARRIVED ONCE IT IS THERE, NOT EMPTY,
      *    AND NO OLDER THAN THE PROCESSING DATE - YESTERDAY'S COPY
      *    LEFT IN PLACE IS NOT TONIGHT'S FILE
       CHECK-TRIGGER.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           MOVE NOW-TIME(1:4) TO NOW-HHMM
           COMPUTE NOW-KEY = NOW-DATE * 10000 + NOW-HHMM
           MOVE "N" TO TRIGGER-FOUND

           CALL "CBL_CHECK_FILE_EXIST" USING TRIGGER-NAME
               TRIGGER-DETAILS
           END-CALL

           IF RETURN-CODE IS NOT EQUAL TO ZERO THEN
               MOVE ZERO TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF TRG-SIZE IS EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE TRIGGER-FILE-DATE =
               TRG-YEAR * 10000 + TRG-MONTH * 100 + TRG-DAY

           IF TRIGGER-FILE-DATE IS LESS THAN PROC-DATE THEN
               IF TRIGGER-STALE IS EQUAL TO "N" THEN
                   DISPLAY "STEP " STEP-NUM-WS ": " TRIGGER-NAME
                       " IS FROM " TRIGGER-FILE-DATE
                       " - NOT TONIGHT'S FILE"
                   MOVE "Y" TO TRIGGER-STALE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO TRIGGER-FOUND.

       WRITE-SYSOUT-IDX.
           OPEN EXTEND SYSOUT-IDX

