       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-SQLITE-SESSRPT.
       AUTHOR.     NIK MAFFI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "sessrpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.
           SELECT PRODATE-FILE ASSIGN TO "prodate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODATE-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT SECURITY-FILE ASSIGN TO "./data/security.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECURITY-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN USING AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "sessions.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "./data/alerts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT SQLERR-FILE ASSIGN TO "./data/sqlerr.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQLERR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    CONTROL CARDS, ONE PER LINE, ALL OPTIONAL:
      *        DAYS    NNN        DAYS REPORTED, ENDING ON THE
      *                           PROCESSING DATE (007)
      *        HOURS   HHMM HHMM  NORMAL WORKING HOURS (0700 1900)
      *        WEEKEND Y/N        Y = ALL OF SATURDAY AND SUNDAY IS
      *                           OUTSIDE NORMAL HOURS (Y)
       FD  CARD-FILE.
       01  CARD-RECORD.
           02 CRD-KEY      PIC X(8).
           02 CRD-VALUE    PIC X(70).
       FD  PRODATE-FILE.
       01  PRODATE-RECORD  PIC X(8).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02 OPR-ID       PIC X(8).
           02 FILLER       PIC X.
           02 OPR-HASH     PIC 9(10).
           02 FILLER       PIC X.
           02 OPR-LEVEL    PIC 9.
           02 FILLER       PIC X.
           02 OPR-STATUS   PIC X.
           02 FILLER       PIC X.
           02 OPR-FORCE    PIC X.
           02 FILLER       PIC X.
           02 OPR-CHG-DATE PIC 9(8).
           02 FILLER       PIC X.
           02 OPR-FAILS    PIC 9(2).
       FD  SECURITY-FILE.
       01  SECURITY-RECORD.
           02 SEC-DATE     PIC X(8).
           02 FILLER       PIC X.
           02 SEC-TIME     PIC X(8).
           02 FILLER       PIC X.
           02 SEC-EVENT    PIC X(7).
           02 FILLER       PIC X.
           02 SEC-TERMINAL PIC X(20).
           02 FILLER       PIC X.
           02 SEC-OPERATOR PIC X(8).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD        PIC X(92).
       FD  PRINT-FILE.
       01  PRINT-LINE          PIC X(132).
       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           COPY RUNSTATS.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALERT.
       FD  SQLERR-FILE.
       01  SQLERR-RECORD.
           COPY SQLERR.
       WORKING-STORAGE SECTION.
       77 CARD-FILE-STATUS PIC X(02).
       77 PRODATE-FILE-STATUS PIC X(02).
       77 OPERATOR-FILE-STATUS PIC X(02).
       77 SECURITY-FILE-STATUS PIC X(02).
       77 AUDIT-FILE-STATUS PIC X(02).
       77 PRINT-FILE-STATUS PIC X(02).
       77 AUDIT-FILE-NAME  PIC X(30).
       77 CARD-COUNT       PIC 9(3)  VALUE IS ZERO.
       77 CARD-BAD         PIC X     VALUE IS "N".
      *    THE REPORTING PERIOD AND NORMAL HOURS FROM THE CARDS
       77 PERIOD-DAYS      PIC 9(3)  VALUE IS 7.
       77 DAY-START        PIC 9(4)  VALUE IS 0700.
       77 DAY-END          PIC 9(4)  VALUE IS 1900.
       77 WEEKEND-OUT      PIC X     VALUE IS "Y".
       77 PROC-DATE        PIC 9(8).
       77 PROC-DATE-INT    PIC 9(7).
       77 PERIOD-START     PIC 9(8).
      *    A SESSION SIGNED ON THE NIGHT BEFORE THE PERIOD CAN STILL
      *    BE OPEN WHEN IT STARTS
       77 LOOKBACK-DATE    PIC 9(8).
      *    ONE LOG LINE'S DATE AND TIME AS A SINGLE SORTABLE KEY
       01 TS-BUILD.
           02 TS-DATE      PIC 9(8).
           02 TS-TIME      PIC 9(8).
       01 TS-KEY REDEFINES TS-BUILD PIC 9(16).
      *    SESSIONS - ONE PER SIGN-ON, IN SIGN-ON ORDER. A SESSION
      *    ENDS AT ITS SIGN-OFF; ONE THAT NEVER SIGNS OFF ENDS WHEN
      *    THE TERMINAL IS SIGNED ON AGAIN OR AT MIDNIGHT, WHICHEVER
      *    COMES FIRST.
       01 SES-TABLE.
           02 SES-COUNT    PIC 9(4)  VALUE IS ZERO.
           02 SES-ENTRY    OCCURS 2000 TIMES.
               03 SES-OPR      PIC X(8).
               03 SES-TERM     PIC X(20).
               03 SES-ON.
                   04 SES-ON-DATE  PIC 9(8).
                   04 SES-ON-TIME  PIC 9(8).
               03 SES-ON-KEY REDEFINES SES-ON PIC 9(16).
               03 SES-END.
                   04 SES-END-DATE PIC 9(8).
                   04 SES-END-TIME PIC 9(8).
               03 SES-END-KEY REDEFINES SES-END PIC 9(16).
               03 SES-OPEN     PIC X.
               03 SES-OFF-SEEN PIC X.
               03 SES-CONCUR   PIC X.
               03 SES-ADD      PIC 9(5).
               03 SES-UPD      PIC 9(5).
               03 SES-DEL      PIC 9(5).
               03 SES-MRG      PIC 9(5).
               03 SES-PND      PIC 9(5).
               03 SES-OTH      PIC 9(5).
               03 SES-AFTER    PIC 9(5).
       77 SES-IDX          PIC 9(4).
       77 SES-FOUND        PIC 9(4).
       77 SES-DROPPED      PIC 9(5)  VALUE IS ZERO.
       77 SES-MINUTES      PIC 9(7).
       77 FLAG-PTR         PIC 9(2).
      *    EVERY OPERATOR ID SEEN IN THE PERIOD - FROM A SESSION OR
      *    FROM AN AUDIT LINE. IDS NOT ON operators.dat ARE THE BATCH
      *    PROGRAMS' OWN (BATCH, RESTORE, A SITE CODE...) AND ARE ONLY
      *    COUNTED, NEVER FLAGGED.
       01 OPS-TABLE.
           02 OPS-COUNT    PIC 9(3)  VALUE IS ZERO.
           02 OPS-ENTRY    OCCURS 300 TIMES.
               03 OPS-OPR      PIC X(8).
               03 OPS-KNOWN    PIC X.
               03 OPS-SESSIONS PIC 9(5).
               03 OPS-MINUTES  PIC 9(7).
               03 OPS-ADD      PIC 9(6).
               03 OPS-UPD      PIC 9(6).
               03 OPS-DEL      PIC 9(6).
               03 OPS-MRG      PIC 9(6).
               03 OPS-PND      PIC 9(6).
               03 OPS-OTH      PIC 9(6).
               03 OPS-AFTER    PIC 9(6).
               03 OPS-NOSESS   PIC 9(6).
       77 OPS-IDX          PIC 9(3).
       77 OPS-FOUND        PIC 9(3).
       77 OPS-WANTED       PIC X(8).
      *    OPERATOR IDS ON operators.dat
       01 KNOWN-TABLE.
           02 KNOWN-COUNT  PIC 9(3)  VALUE IS ZERO.
           02 KNOWN-OPR    PIC X(8)  OCCURS 300 TIMES.
       77 KNOWN-IDX        PIC 9(3).
       77 KNOWN-FOUND      PIC X.
      *    CHANGES MADE OUTSIDE NORMAL HOURS, LISTED IN FULL
       01 OOH-TABLE.
           02 OOH-COUNT    PIC 9(3)  VALUE IS ZERO.
           02 OOH-ENTRY    OCCURS 500 TIMES.
               03 OOH-DATE     PIC X(8).
               03 OOH-TIME     PIC X(8).
               03 OOH-OPR      PIC X(8).
               03 OOH-ACTION   PIC X(6).
               03 OOH-ID       PIC X(6).
               03 OOH-SESSION  PIC X.
       77 OOH-IDX          PIC 9(3).
      *    THE AUDIT LINE BEING COUNTED, AND THE ONE BEFORE IT HELD
      *    BACK - AN APPROVED PENDING CHANGE GOES ON THE LOG UNDER THE
      *    CLERK WHO KEYED IT, FOLLOWED AT ONCE BY THE SUPERVISOR'S
      *    APPROV LINE FOR THE SAME ID. THAT CHANGE IS THE
      *    SUPERVISOR'S WORK, NOT A CHANGE BY THE CLERK.
       01 AUDIT-LINE-WS.
           02 ALN-DATE     PIC X(8).
           02 FILLER       PIC X.
           02 ALN-TIME     PIC X(8).
           02 FILLER       PIC X.
           02 ALN-ACTION   PIC X(6).
           02 FILLER       PIC X.
           02 ALN-ID       PIC X(6).
           02 FILLER       PIC X.
           02 ALN-NAME     PIC X(30).
           02 FILLER       PIC X.
           02 ALN-OPERATOR PIC X(8).
           02 FILLER       PIC X(21).
       01 HELD-LINE-WS.
           02 HLD-DATE     PIC X(8).
           02 FILLER       PIC X.
           02 HLD-TIME     PIC X(8).
           02 FILLER       PIC X.
           02 HLD-ACTION   PIC X(6).
           02 FILLER       PIC X.
           02 HLD-ID       PIC X(6).
           02 FILLER       PIC X(61).
       77 HELD-PRESENT     PIC X     VALUE IS "N".
       77 ACTION-CLASS     PIC X(3).
       77 CHANGE-HHMM      PIC 9(4).
       77 CHANGE-DAY-INT   PIC 9(7).
       77 CHANGE-WEEKS     PIC 9(7).
       77 CHANGE-WEEKDAY   PIC 9.
       77 CHANGE-OUT-HOURS PIC X.
      *    ARCHIVED AUDIT LOGS - audit_YYYYMM.log FOR EVERY MONTH THE
      *    PERIOD TOUCHES, THEN THE LIVE LOG
       01 ARC-MONTH.
           02 ARC-YYYY     PIC 9(4).
           02 ARC-MM       PIC 9(2).
       01 ARC-MONTH-KEY REDEFINES ARC-MONTH PIC 9(6).
       77 LAST-MONTH-KEY   PIC 9(6).
      *    MINUTES BETWEEN TWO DATE/TIME PAIRS
       77 MIN-FROM-DATE    PIC 9(8).
       01 MIN-FROM-TIME.
           02 MIN-FROM-HH  PIC 9(2).
           02 MIN-FROM-MM  PIC 9(2).
           02 FILLER       PIC 9(4).
       77 MIN-TO-DATE      PIC 9(8).
       01 MIN-TO-TIME.
           02 MIN-TO-HH    PIC 9(2).
           02 MIN-TO-MM    PIC 9(2).
           02 FILLER       PIC 9(4).
       77 MIN-DAYS         PIC S9(7).
       77 MIN-RESULT       PIC S9(9).
       77 LEN-HOURS        PIC 9(5).
       77 LEN-MINS         PIC 9(2).
      *    RUN TOTALS
       77 SEC-LINES        PIC 9(7)  VALUE IS ZERO.
       77 AUDIT-LINES      PIC 9(7)  VALUE IS ZERO.
       77 AUDIT-IN-PERIOD  PIC 9(7)  VALUE IS ZERO.
       77 APPROVED-SKIPPED PIC 9(6)  VALUE IS ZERO.
       77 SESSIONS-REPORTED PIC 9(5) VALUE IS ZERO.
       77 NOSIGNOFF-TOTAL  PIC 9(5)  VALUE IS ZERO.
       77 CONCUR-TOTAL     PIC 9(5)  VALUE IS ZERO.
       77 OOH-TOTAL        PIC 9(6)  VALUE IS ZERO.
       77 NOSESS-TOTAL     PIC 9(6)  VALUE IS ZERO.
       77 UNMATCHED-OFF    PIC 9(5)  VALUE IS ZERO.
       77 FLAGGED-SESSIONS PIC 9(5)  VALUE IS ZERO.
       01 HEADER-1.
           02 FILLER       PIC X(36)
               VALUE IS "OPERATOR SESSIONS AND ACTIVITY".
           02 FILLER       PIC X(8)  VALUE IS "PERIOD: ".
           02 HDR-FROM     PIC 9(8).
           02 FILLER       PIC X(4)  VALUE IS " TO ".
           02 HDR-TO       PIC 9(8).
       01 HEADER-2.
           02 FILLER       PIC X(14) VALUE IS "NORMAL HOURS: ".
           02 HDR-DAY-START PIC 9(4).
           02 FILLER       PIC X     VALUE IS "-".
           02 HDR-DAY-END  PIC 9(4).
           02 HDR-WEEKEND  PIC X(30).
       01 HEADER-3.
           02 FILLER       PIC X(10) VALUE IS "OPERATOR".
           02 FILLER       PIC X(15) VALUE IS "TERMINAL".
           02 FILLER       PIC X(16) VALUE IS "SIGNED ON".
           02 FILLER       PIC X(16) VALUE IS "SIGNED OFF".
           02 FILLER       PIC X(8)  VALUE IS " LENGTH".
           02 FILLER       PIC X(36)
               VALUE IS " ADDS  UPDS  DELS MRGES  PEND OTHER ".
           02 FILLER       PIC X(6)  VALUE IS " FLAGS".
       01 SESSION-LINE.
           02 SDL-OPR      PIC X(8).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 SDL-TERM     PIC X(13).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 SDL-ON-DATE  PIC 9(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 SDL-ON-HH    PIC 9(2).
           02 FILLER       PIC X     VALUE IS ":".
           02 SDL-ON-MM    PIC 9(2).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 SDL-OFF.
               03 SDL-OFF-DATE PIC 9(8).
               03 FILLER       PIC X     VALUE IS SPACE.
               03 SDL-OFF-HH   PIC 9(2).
               03 FILLER       PIC X     VALUE IS ":".
               03 SDL-OFF-MM   PIC 9(2).
           02 SDL-OFF-TEXT REDEFINES SDL-OFF PIC X(14).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 SDL-LEN.
               03 SDL-LEN-HH   PIC ZZZ9.
               03 FILLER       PIC X     VALUE IS ":".
               03 SDL-LEN-MM   PIC 9(2).
           02 SDL-LEN-TEXT REDEFINES SDL-LEN PIC X(7).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 SDL-ADD      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 SDL-UPD      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 SDL-DEL      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 SDL-MRG      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 SDL-PND      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 SDL-OTH      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 SDL-FLAGS    PIC X(29).
       01 OPERATOR-TOTAL-LINE.
           02 FILLER       PIC X(10) VALUE IS SPACES.
           02 OTL-LABEL    PIC X(15).
           02 OTL-SESSIONS PIC ZZZZ9.
           02 FILLER       PIC X(9)  VALUE IS " SESSIONS".
           02 FILLER       PIC X(18) VALUE IS SPACES.
           02 OTL-LEN.
               03 OTL-LEN-HH   PIC ZZZ9.
               03 FILLER       PIC X     VALUE IS ":".
               03 OTL-LEN-MM   PIC 9(2).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 OTL-ADD      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 OTL-UPD      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 OTL-DEL      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 OTL-MRG      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 OTL-PND      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 OTL-OTH      PIC ZZZZ9.
       01 OPERATOR-NOTE-LINE.
           02 FILLER       PIC X(10) VALUE IS SPACES.
           02 ONL-TEXT     PIC X(40).
           02 ONL-COUNT    PIC ZZZZZ9.
       01 BATCH-LINE.
           02 BTL-OPR      PIC X(8).
           02 FILLER       PIC X(57) VALUE IS SPACES.
           02 BTL-ADD      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 BTL-UPD      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 BTL-DEL      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 BTL-MRG      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 BTL-PND      PIC ZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 BTL-OTH      PIC ZZZZ9.
       01 OOH-HEADER.
           02 FILLER       PIC X(50)
               VALUE IS "CHANGES OUTSIDE NORMAL HOURS".
       01 OOH-LINE.
           02 OHL-DATE     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 OHL-TIME     PIC X(8).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 OHL-OPR      PIC X(8).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 OHL-ACTION   PIC X(6).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 OHL-ID       PIC X(6).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 OHL-NOTE     PIC X(20).
       01 TOTAL-LINE.
           02 TTL-LABEL    PIC X(40).
           02 TTL-VALUE    PIC ZZZZZZ9.
       77 RUNSTATS-FILE-STATUS PIC X(02).
       77 RS-START-DATE-WS PIC 9(8).
       77 RS-START-TIME-WS PIC 9(8).
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
      *    ALERTS THIS PROGRAM HAS ALREADY RAISED - IT RE-READS ITS
      *    WHOLE INPUT EVERY RUN, SO EACH EXCEPTION IS POSTED ONCE.
      *    THEY ARE LOOKED UP IN AN INDEXED WORK TABLE IN A PRIVATE
      *    IN-MEMORY DATABASE - alerts.log IS NEVER PRUNED, SO THERE
      *    CAN BE NO CEILING. IF THE TABLE CANNOT BE BUILT OR SEARCHED
      *    NOTHING MORE IS POSTED AND THE RUN ENDS IN ERROR
       77 SQLITE           POINTER.
       77 POSTED-STMT      POINTER.
       77 ERROR-CODE       PIC S9(5) USAGE IS COMP-5.
       77 STEP-CODE        PIC S9(5) USAGE IS COMP-5.
       77 SQLITE-ROW       PIC S9(5) USAGE IS COMP-5 VALUE IS 100.
       77 SQL-QUERY        PIC X(200).
       01 POSTED-DB-NAME.
           02 FILLER       PIC X(8)  VALUE IS ":memory:".
           02 FILLER       PIC X     VALUE IS LOW-VALUE.
       01 POSTED-KEY.
           02 PST-KEY      PIC X(20).
           02 PST-TEXT     PIC X(50).
       01 ESCAPED-KEY-REC.
           02 ESCAPED-KEY  PIC X(140) VALUE IS SPACES.
           02 ESCAPED-KEY-CHARS REDEFINES ESCAPED-KEY.
               03 ESCAPED-KEY-CHAR PIC X OCCURS 140 TIMES.
       77 POSTED-KEY-IDX   PIC S9(4) USAGE IS COMP-5.
       77 ESC-KEY-IDX      PIC S9(4) USAGE IS COMP-5.
       77 POSTED-COUNT     PIC S9(9) USAGE IS COMP-5.
       77 POSTED-FOUND     PIC X.
       77 POSTED-FAILED    PIC X     VALUE IS "N".
       77 SQLERR-FILE-STATUS PIC X(02).
       77 SQLERR-WHERE     PIC X(30).
       77 SQLERR-STATEMENT PIC X(60).
       77 SQLERR-STEP-WS   PIC X(4).
       77 SQLERR-DB-RC     PIC S9(5) USAGE IS COMP-5.
       77 SQLERR-MSG-PTR   POINTER.
       77 SQLERR-MSG-TEXT  PIC X(60) BASED.
       77 SQLERR-DATE-WS   PIC 9(8).
       77 SQLERR-TIME-WS   PIC 9(8).
       PROCEDURE DIVISION.
           ACCEPT RS-START-DATE-WS FROM DATE YYYYMMDD
           ACCEPT RS-START-TIME-WS FROM TIME

           PERFORM READ-PROC-DATE THRU READ-PROC-DATE-EXIT
           PERFORM LOAD-CONTROL-CARDS THRU LOAD-CONTROL-CARDS-EXIT

           IF CARD-BAD IS EQUAL TO "Y" THEN
               DISPLAY "FIX THE CONTROL CARDS AND RERUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE PROC-DATE-INT = FUNCTION INTEGER-OF-DATE(PROC-DATE)
           COMPUTE PERIOD-START = FUNCTION DATE-OF-INTEGER
               (PROC-DATE-INT - PERIOD-DAYS + 1)
           COMPUTE LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER
               (PROC-DATE-INT - PERIOD-DAYS)

           OPEN INPUT SECURITY-FILE

           IF SECURITY-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO SECURITY LOG ON FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE

           IF PRINT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON PRINT-FILE"
               MOVE 8 TO RETURN-CODE
               CLOSE SECURITY-FILE
               STOP RUN
           END-IF

           PERFORM LOAD-POSTED-ALERTS
           PERFORM LOAD-KNOWN-OPERATORS THRU LOAD-KNOWN-OPERATORS-EXIT

           PERFORM TALLY-SECURITY-LINE THRU TALLY-SECURITY-LINE-EXIT
               UNTIL SECURITY-FILE-STATUS IS EQUAL TO "10"

           CLOSE SECURITY-FILE

      *    WHATEVER IS STILL SIGNED ON AT THE END OF THE LOG NEVER
      *    SIGNED OFF - IT IS TAKEN TO END AT MIDNIGHT
           PERFORM END-OPEN-SESSION
               VARYING SES-IDX FROM 1 BY 1
               UNTIL SES-IDX IS GREATER THAN SES-COUNT

           PERFORM ENTER-SESSION-OPERATOR
               VARYING SES-IDX FROM 1 BY 1
               UNTIL SES-IDX IS GREATER THAN SES-COUNT

           PERFORM READ-AUDIT-LOGS

           MOVE PERIOD-START TO HDR-FROM
           MOVE PROC-DATE TO HDR-TO
           WRITE PRINT-LINE FROM HEADER-1
           MOVE DAY-START TO HDR-DAY-START
           MOVE DAY-END TO HDR-DAY-END

           IF WEEKEND-OUT IS EQUAL TO "Y" THEN
               MOVE " MONDAY TO FRIDAY" TO HDR-WEEKEND
           ELSE
               MOVE " EVERY DAY" TO HDR-WEEKEND
           END-IF

           WRITE PRINT-LINE FROM HEADER-2
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM HEADER-3

           PERFORM PRINT-OPERATOR
               VARYING OPS-IDX FROM 1 BY 1
               UNTIL OPS-IDX IS GREATER THAN OPS-COUNT

           PERFORM PRINT-BATCH-IDS
           PERFORM PRINT-OUT-OF-HOURS
           PERFORM PRINT-TOTALS

           CLOSE PRINT-FILE

           DISPLAY SESSIONS-REPORTED " SESSIONS, " CONCUR-TOTAL
               " CONCURRENT, " OOH-TOTAL " CHANGES OUT OF HOURS, "
               NOSESS-TOTAL " WITH NO SESSION"

           CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
           END-CALL

           IF POSTED-FAILED IS EQUAL TO "Y" THEN
               DISPLAY "POSTED-ALERT LOOKUP FAILED - ALERTS NOT POSTED"
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    CONDITION CODE FOR THE JOBSTREAM - 4 WHEN THERE IS
      *    SOMETHING FOR A SUPERVISOR TO LOOK AT
           IF CONCUR-TOTAL IS GREATER THAN ZERO OR
               OOH-TOTAL IS GREATER THAN ZERO OR
               NOSESS-TOTAL IS GREATER THAN ZERO OR
               SES-DROPPED IS GREATER THAN ZERO THEN
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

       LOAD-CONTROL-CARDS.
           OPEN INPUT CARD-FILE

           IF CARD-FILE-STATUS IS NOT EQUAL TO "00" THEN
               GO TO LOAD-CONTROL-CARDS-EXIT
           END-IF

           PERFORM READ-ONE-CARD THRU READ-ONE-CARD-EXIT
               UNTIL CARD-FILE-STATUS IS EQUAL TO "10"

           CLOSE CARD-FILE

           DISPLAY CARD-COUNT " CONTROL CARDS READ".

       LOAD-CONTROL-CARDS-EXIT.
           EXIT.

       READ-ONE-CARD.
           READ CARD-FILE
               AT END
                   MOVE "10" TO CARD-FILE-STATUS
                   GO TO READ-ONE-CARD-EXIT
           END-READ

           IF CARD-RECORD IS EQUAL TO SPACES OR
               CRD-KEY(1:1) IS EQUAL TO "*" THEN
               GO TO READ-ONE-CARD-EXIT
           END-IF

           ADD 1 TO CARD-COUNT

           INSPECT CRD-KEY CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           EVALUATE CRD-KEY
               WHEN "DAYS"
                   IF CRD-VALUE(1:3) IS NUMERIC AND
                       CRD-VALUE(1:3) IS NOT EQUAL TO "000" THEN
                       MOVE CRD-VALUE(1:3) TO PERIOD-DAYS
                   ELSE
                       DISPLAY "BAD DAYS CARD - THREE DIGITS, NOT "
                           "ZERO: " CRD-VALUE(1:20)
                       MOVE "Y" TO CARD-BAD
                   END-IF
               WHEN "HOURS"
                   IF CRD-VALUE(1:4) IS NUMERIC AND
                       CRD-VALUE(6:4) IS NUMERIC AND
                       CRD-VALUE(1:4) IS LESS THAN CRD-VALUE(6:4) AND
                       CRD-VALUE(6:4) IS NOT GREATER THAN "2400" THEN
                       MOVE CRD-VALUE(1:4) TO DAY-START
                       MOVE CRD-VALUE(6:4) TO DAY-END
                   ELSE
                       DISPLAY "BAD HOURS CARD - HHMM HHMM, START "
                           "BEFORE END: " CRD-VALUE(1:20)
                       MOVE "Y" TO CARD-BAD
                   END-IF
               WHEN "WEEKEND"
                   IF CRD-VALUE(1:1) IS EQUAL TO "Y" OR
                       CRD-VALUE(1:1) IS EQUAL TO "N" THEN
                       MOVE CRD-VALUE(1:1) TO WEEKEND-OUT
                   ELSE
                       DISPLAY "BAD WEEKEND CARD - Y OR N: "
                           CRD-VALUE(1:20)
                       MOVE "Y" TO CARD-BAD
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN CARD: " CRD-KEY
                   MOVE "Y" TO CARD-BAD
           END-EVALUATE.

       READ-ONE-CARD-EXIT.
           EXIT.

      *    A MISSING OPERATOR FILE LEAVES EVERY ID LOOKING LIKE A
      *    BATCH ID - THE REPORT STILL COUNTS, IT JUST FLAGS NOTHING
       LOAD-KNOWN-OPERATORS.
           OPEN INPUT OPERATOR-FILE

           IF OPERATOR-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO OPERATOR FILE - NO CHANGES CAN BE FLAGGED"
               GO TO LOAD-KNOWN-OPERATORS-EXIT
           END-IF

           PERFORM LOAD-ONE-KNOWN THRU LOAD-ONE-KNOWN-EXIT
               UNTIL OPERATOR-FILE-STATUS IS EQUAL TO "10"

           CLOSE OPERATOR-FILE.

       LOAD-KNOWN-OPERATORS-EXIT.
           EXIT.

       LOAD-ONE-KNOWN.
           READ OPERATOR-FILE
               AT END
                   MOVE "10" TO OPERATOR-FILE-STATUS
                   GO TO LOAD-ONE-KNOWN-EXIT
           END-READ

           IF OPR-ID IS NOT EQUAL TO SPACES AND
               KNOWN-COUNT IS LESS THAN 300 THEN
               ADD 1 TO KNOWN-COUNT
               MOVE OPR-ID TO KNOWN-OPR(KNOWN-COUNT)
           END-IF.

       LOAD-ONE-KNOWN-EXIT.
           EXIT.

      *    SIGN-ONS OPEN SESSIONS AND SIGN-OFFS CLOSE THEM; EVERY
      *    OTHER SECURITY EVENT IS COBOL-SQLITE-SECRPT'S BUSINESS
       TALLY-SECURITY-LINE.
           READ SECURITY-FILE
               AT END
                   MOVE "10" TO SECURITY-FILE-STATUS
                   GO TO TALLY-SECURITY-LINE-EXIT
           END-READ

           IF SEC-DATE IS NOT NUMERIC OR SEC-TIME IS NOT NUMERIC THEN
               GO TO TALLY-SECURITY-LINE-EXIT
           END-IF

           ADD 1 TO SEC-LINES
           MOVE SEC-DATE TO TS-DATE
           MOVE SEC-TIME TO TS-TIME

           IF TS-DATE IS LESS THAN LOOKBACK-DATE OR
               TS-DATE IS GREATER THAN PROC-DATE THEN
               GO TO TALLY-SECURITY-LINE-EXIT
           END-IF

           EVALUATE SEC-EVENT
               WHEN "SIGNON"
                   PERFORM OPEN-SESSION
               WHEN "SIGNOFF"
                   PERFORM CLOSE-SESSION
           END-EVALUATE.

       TALLY-SECURITY-LINE-EXIT.
           EXIT.

      *    A SIGN-ON FIRST SETTLES WHAT IS ALREADY OPEN: A SESSION
      *    LEFT OPEN FROM AN EARLIER DAY ENDED AT ITS MIDNIGHT, ONE
      *    LEFT OPEN ON THIS TERMINAL ENDS NOW. THE SAME OPERATOR
      *    STILL SIGNED ON AT ANOTHER TERMINAL IS TWO PEOPLE ON ONE
      *    ID, OR ONE PERSON ON TWO DESKS - EITHER WAY IT IS FLAGGED.
       OPEN-SESSION.
           PERFORM SETTLE-OPEN-SESSION
               VARYING SES-IDX FROM 1 BY 1
               UNTIL SES-IDX IS GREATER THAN SES-COUNT

           IF SES-COUNT IS NOT LESS THAN 2000 THEN
               ADD 1 TO SES-DROPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SES-COUNT
           MOVE SEC-OPERATOR TO SES-OPR(SES-COUNT)
           MOVE SEC-TERMINAL TO SES-TERM(SES-COUNT)
           MOVE TS-KEY TO SES-ON-KEY(SES-COUNT)
           MOVE TS-KEY TO SES-END-KEY(SES-COUNT)
           MOVE "Y" TO SES-OPEN(SES-COUNT)
           MOVE "N" TO SES-OFF-SEEN(SES-COUNT)
           MOVE "N" TO SES-CONCUR(SES-COUNT)
           MOVE ZERO TO SES-ADD(SES-COUNT)
           MOVE ZERO TO SES-UPD(SES-COUNT)
           MOVE ZERO TO SES-DEL(SES-COUNT)
           MOVE ZERO TO SES-MRG(SES-COUNT)
           MOVE ZERO TO SES-PND(SES-COUNT)
           MOVE ZERO TO SES-OTH(SES-COUNT)
           MOVE ZERO TO SES-AFTER(SES-COUNT)

           PERFORM CHECK-CONCURRENT
               VARYING SES-IDX FROM 1 BY 1
               UNTIL SES-IDX IS NOT LESS THAN SES-COUNT.

       SETTLE-OPEN-SESSION.
           IF SES-OPEN(SES-IDX) IS NOT EQUAL TO "Y" THEN
               EXIT PARAGRAPH
           END-IF

           IF SES-ON-DATE(SES-IDX) IS LESS THAN TS-DATE THEN
               PERFORM END-OPEN-SESSION
               EXIT PARAGRAPH
           END-IF

           IF SES-TERM(SES-IDX) IS EQUAL TO SEC-TERMINAL THEN
               MOVE "N" TO SES-OPEN(SES-IDX)
               MOVE TS-KEY TO SES-END-KEY(SES-IDX)
           END-IF.

       CHECK-CONCURRENT.
           IF SES-OPEN(SES-IDX) IS EQUAL TO "Y" AND
               SES-OPR(SES-IDX) IS EQUAL TO SEC-OPERATOR THEN
               MOVE "Y" TO SES-CONCUR(SES-IDX)
               MOVE "Y" TO SES-CONCUR(SES-COUNT)
               ADD 1 TO CONCUR-TOTAL
               PERFORM ALERT-CONCURRENT
           END-IF.

      *    A SIGN-OFF CLOSES THE LATEST SESSION OPEN FOR THAT OPERATOR
      *    ON THAT TERMINAL
       CLOSE-SESSION.
           MOVE ZERO TO SES-FOUND

           PERFORM VARYING SES-IDX FROM SES-COUNT BY -1
               UNTIL SES-IDX IS EQUAL TO ZERO OR
                     SES-FOUND IS GREATER THAN ZERO
               IF SES-OPEN(SES-IDX) IS EQUAL TO "Y" AND
                   SES-OPR(SES-IDX) IS EQUAL TO SEC-OPERATOR AND
                   SES-TERM(SES-IDX) IS EQUAL TO SEC-TERMINAL THEN
                   MOVE SES-IDX TO SES-FOUND
               END-IF
           END-PERFORM

           IF SES-FOUND IS EQUAL TO ZERO THEN
               IF TS-DATE IS NOT LESS THAN PERIOD-START THEN
                   ADD 1 TO UNMATCHED-OFF
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO SES-OPEN(SES-FOUND)
           MOVE "Y" TO SES-OFF-SEEN(SES-FOUND)
           MOVE TS-KEY TO SES-END-KEY(SES-FOUND).

      *    NO SIGN-OFF - THE SESSION IS TAKEN TO HAVE RUN TO MIDNIGHT
      *    OF THE DAY IT SIGNED ON
       END-OPEN-SESSION.
           IF SES-OPEN(SES-IDX) IS EQUAL TO "Y" THEN
               MOVE "N" TO SES-OPEN(SES-IDX)
               MOVE SES-ON-DATE(SES-IDX) TO SES-END-DATE(SES-IDX)
               MOVE 23595999 TO SES-END-TIME(SES-IDX)
           END-IF.

      *    THE OPERATORS OF THE PERIOD'S SESSIONS GO INTO THE TABLE
      *    FIRST, IN SIGN-ON ORDER
       ENTER-SESSION-OPERATOR.
           IF SES-END-DATE(SES-IDX) IS LESS THAN PERIOD-START THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SES-OPR(SES-IDX) TO OPS-WANTED
           PERFORM FIND-OPS-ENTRY.

       FIND-OPS-ENTRY.
           MOVE ZERO TO OPS-FOUND

           PERFORM VARYING OPS-IDX FROM 1 BY 1
               UNTIL OPS-IDX IS GREATER THAN OPS-COUNT OR
                     OPS-FOUND IS GREATER THAN ZERO
               IF OPS-OPR(OPS-IDX) IS EQUAL TO OPS-WANTED THEN
                   MOVE OPS-IDX TO OPS-FOUND
               END-IF
           END-PERFORM

           IF OPS-FOUND IS GREATER THAN ZERO THEN
               EXIT PARAGRAPH
           END-IF

           IF OPS-COUNT IS NOT LESS THAN 300 THEN
      *        TABLE FULL - FOLD THE OVERFLOW INTO THE LAST ENTRY SO
      *        THE TRAILER TOTALS STILL TICK OUT
               MOVE OPS-COUNT TO OPS-FOUND
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO OPS-COUNT
           MOVE OPS-WANTED TO OPS-OPR(OPS-COUNT)
           MOVE ZERO TO OPS-SESSIONS(OPS-COUNT)
           MOVE ZERO TO OPS-MINUTES(OPS-COUNT)
           MOVE ZERO TO OPS-ADD(OPS-COUNT)
           MOVE ZERO TO OPS-UPD(OPS-COUNT)
           MOVE ZERO TO OPS-DEL(OPS-COUNT)
           MOVE ZERO TO OPS-MRG(OPS-COUNT)
           MOVE ZERO TO OPS-PND(OPS-COUNT)
           MOVE ZERO TO OPS-OTH(OPS-COUNT)
           MOVE ZERO TO OPS-AFTER(OPS-COUNT)
           MOVE ZERO TO OPS-NOSESS(OPS-COUNT)

           MOVE "N" TO KNOWN-FOUND

           PERFORM VARYING KNOWN-IDX FROM 1 BY 1
               UNTIL KNOWN-IDX IS GREATER THAN KNOWN-COUNT OR
                     KNOWN-FOUND IS EQUAL TO "Y"
               IF KNOWN-OPR(KNOWN-IDX) IS EQUAL TO OPS-WANTED THEN
                   MOVE "Y" TO KNOWN-FOUND
               END-IF
           END-PERFORM

           MOVE KNOWN-FOUND TO OPS-KNOWN(OPS-COUNT)
           MOVE OPS-COUNT TO OPS-FOUND.

      *    THE PERIOD'S AUDIT LINES MAY BE SPREAD OVER THE MONTHLY
      *    ARCHIVES AS WELL AS THE LIVE LOG. EACH LINE IS ON EXACTLY
      *    ONE OF THEM, AND LINES OUTSIDE THE PERIOD ARE PASSED OVER.
       READ-AUDIT-LOGS.
           MOVE PERIOD-START(1:6) TO ARC-MONTH-KEY
           MOVE PROC-DATE(1:6) TO LAST-MONTH-KEY

           PERFORM READ-ARCHIVE-MONTH
               UNTIL ARC-MONTH-KEY IS GREATER THAN LAST-MONTH-KEY

           MOVE "./data/audit.log" TO AUDIT-FILE-NAME
           PERFORM READ-ONE-AUDIT-LOG.

       READ-ARCHIVE-MONTH.
           MOVE SPACES TO AUDIT-FILE-NAME
           STRING "./data/audit_" DELIMITED BY SIZE
               ARC-MONTH-KEY DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO AUDIT-FILE-NAME
           END-STRING

           PERFORM READ-ONE-AUDIT-LOG

           IF ARC-MM IS EQUAL TO 12 THEN
               ADD 1 TO ARC-YYYY
               MOVE 1 TO ARC-MM
           ELSE
               ADD 1 TO ARC-MM
           END-IF.

       READ-ONE-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE

           IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO HELD-PRESENT

           PERFORM READ-AUDIT-LINE THRU READ-AUDIT-LINE-EXIT
               UNTIL AUDIT-FILE-STATUS IS EQUAL TO "10"

           CLOSE AUDIT-FILE

           IF HELD-PRESENT IS EQUAL TO "Y" THEN
               MOVE HELD-LINE-WS TO AUDIT-LINE-WS
               PERFORM TALLY-AUDIT-LINE THRU TALLY-AUDIT-LINE-EXIT
           END-IF.

      *    EACH LINE IS HELD BACK UNTIL THE NEXT ONE HAS BEEN SEEN -
      *    SEE HELD-LINE-WS
       READ-AUDIT-LINE.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO AUDIT-FILE-STATUS
                   GO TO READ-AUDIT-LINE-EXIT
           END-READ

           ADD 1 TO AUDIT-LINES

           IF HELD-PRESENT IS EQUAL TO "Y" THEN
               IF AUDIT-RECORD(19:6) IS EQUAL TO "APPROV" AND
                   AUDIT-RECORD(26:6) IS EQUAL TO HLD-ID AND
                   AUDIT-RECORD(1:8) IS EQUAL TO HLD-DATE AND
                   HLD-ACTION IS NOT EQUAL TO "APPROV" THEN
                   ADD 1 TO APPROVED-SKIPPED
               ELSE
                   MOVE HELD-LINE-WS TO AUDIT-LINE-WS
                   PERFORM TALLY-AUDIT-LINE THRU TALLY-AUDIT-LINE-EXIT
               END-IF
           END-IF

           MOVE AUDIT-RECORD TO HELD-LINE-WS
           MOVE "Y" TO HELD-PRESENT.

       READ-AUDIT-LINE-EXIT.
           EXIT.

      *    ONE CHANGE OF THE PERIOD - COUNTED AGAINST ITS OPERATOR AND
      *    AGAINST WHICHEVER OF THEIR SESSIONS WAS OPEN AT THE TIME
       TALLY-AUDIT-LINE.
           IF ALN-DATE IS NOT NUMERIC OR ALN-TIME IS NOT NUMERIC THEN
               GO TO TALLY-AUDIT-LINE-EXIT
           END-IF

           MOVE ALN-DATE TO TS-DATE
           MOVE ALN-TIME TO TS-TIME

           IF TS-DATE IS LESS THAN PERIOD-START OR
               TS-DATE IS GREATER THAN PROC-DATE THEN
               GO TO TALLY-AUDIT-LINE-EXIT
           END-IF

           ADD 1 TO AUDIT-IN-PERIOD

           EVALUATE ALN-ACTION
               WHEN "ADD"
               WHEN "ADDADR"
                   MOVE "ADD" TO ACTION-CLASS
               WHEN "UPDATE"
               WHEN "UPDADR"
                   MOVE "UPD" TO ACTION-CLASS
               WHEN "DELETE"
               WHEN "DELADR"
                   MOVE "DEL" TO ACTION-CLASS
               WHEN "MERGE"
                   MOVE "MRG" TO ACTION-CLASS
               WHEN "APPROV"
               WHEN "REJECT"
                   MOVE "PND" TO ACTION-CLASS
               WHEN OTHER
                   MOVE "OTH" TO ACTION-CLASS
           END-EVALUATE

           MOVE ALN-OPERATOR TO OPS-WANTED
           PERFORM FIND-OPS-ENTRY

           EVALUATE ACTION-CLASS
               WHEN "ADD" ADD 1 TO OPS-ADD(OPS-FOUND)
               WHEN "UPD" ADD 1 TO OPS-UPD(OPS-FOUND)
               WHEN "DEL" ADD 1 TO OPS-DEL(OPS-FOUND)
               WHEN "MRG" ADD 1 TO OPS-MRG(OPS-FOUND)
               WHEN "PND" ADD 1 TO OPS-PND(OPS-FOUND)
               WHEN OTHER ADD 1 TO OPS-OTH(OPS-FOUND)
           END-EVALUATE

           IF OPS-KNOWN(OPS-FOUND) IS NOT EQUAL TO "Y" THEN
               GO TO TALLY-AUDIT-LINE-EXIT
           END-IF

           MOVE ZERO TO SES-FOUND

           PERFORM VARYING SES-IDX FROM SES-COUNT BY -1
               UNTIL SES-IDX IS EQUAL TO ZERO OR
                     SES-FOUND IS GREATER THAN ZERO
               IF SES-OPR(SES-IDX) IS EQUAL TO ALN-OPERATOR AND
                   SES-ON-KEY(SES-IDX) IS NOT GREATER THAN TS-KEY AND
                   SES-END-KEY(SES-IDX) IS NOT LESS THAN TS-KEY THEN
                   MOVE SES-IDX TO SES-FOUND
               END-IF
           END-PERFORM

           IF SES-FOUND IS GREATER THAN ZERO THEN
               EVALUATE ACTION-CLASS
                   WHEN "ADD" ADD 1 TO SES-ADD(SES-FOUND)
                   WHEN "UPD" ADD 1 TO SES-UPD(SES-FOUND)
                   WHEN "DEL" ADD 1 TO SES-DEL(SES-FOUND)
                   WHEN "MRG" ADD 1 TO SES-MRG(SES-FOUND)
                   WHEN "PND" ADD 1 TO SES-PND(SES-FOUND)
                   WHEN OTHER ADD 1 TO SES-OTH(SES-FOUND)
               END-EVALUATE
           ELSE
               ADD 1 TO OPS-NOSESS(OPS-FOUND)
               ADD 1 TO NOSESS-TOTAL
           END-IF

           PERFORM CHECK-NORMAL-HOURS

           IF CHANGE-OUT-HOURS IS EQUAL TO "N" THEN
               GO TO TALLY-AUDIT-LINE-EXIT
           END-IF

           ADD 1 TO OOH-TOTAL
           ADD 1 TO OPS-AFTER(OPS-FOUND)

           IF SES-FOUND IS GREATER THAN ZERO THEN
               ADD 1 TO SES-AFTER(SES-FOUND)
           END-IF

           IF OOH-COUNT IS LESS THAN 500 THEN
               ADD 1 TO OOH-COUNT
               MOVE ALN-DATE TO OOH-DATE(OOH-COUNT)
               MOVE ALN-TIME TO OOH-TIME(OOH-COUNT)
               MOVE ALN-OPERATOR TO OOH-OPR(OOH-COUNT)
               MOVE ALN-ACTION TO OOH-ACTION(OOH-COUNT)
               MOVE ALN-ID TO OOH-ID(OOH-COUNT)

               IF SES-FOUND IS GREATER THAN ZERO THEN
                   MOVE "Y" TO OOH-SESSION(OOH-COUNT)
               ELSE
                   MOVE "N" TO OOH-SESSION(OOH-COUNT)
               END-IF
           END-IF.

       TALLY-AUDIT-LINE-EXIT.
           EXIT.

      *    BEFORE THE DAY STARTS, FROM THE END OF THE DAY ON, AND ALL
      *    WEEKEND WHEN THE WEEKEND IS NOT WORKED. DAY 1 OF THE
      *    INTEGER CALENDAR WAS A MONDAY.
       CHECK-NORMAL-HOURS.
           MOVE "N" TO CHANGE-OUT-HOURS
           MOVE TS-TIME(1:4) TO CHANGE-HHMM

           IF CHANGE-HHMM IS LESS THAN DAY-START OR
               CHANGE-HHMM IS NOT LESS THAN DAY-END THEN
               MOVE "Y" TO CHANGE-OUT-HOURS
           END-IF

           IF WEEKEND-OUT IS EQUAL TO "Y" THEN
               COMPUTE CHANGE-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(TS-DATE) - 1
               DIVIDE CHANGE-DAY-INT BY 7
                   GIVING CHANGE-WEEKS REMAINDER CHANGE-WEEKDAY

               IF CHANGE-WEEKDAY IS GREATER THAN 4 THEN
                   MOVE "Y" TO CHANGE-OUT-HOURS
               END-IF
           END-IF.

      *    ONE OPERATOR - THEIR SESSIONS, THEN THEIR TOTALS. BATCH IDS
      *    WITH NO SESSIONS ARE LEFT FOR PRINT-BATCH-IDS.
       PRINT-OPERATOR.
           IF OPS-KNOWN(OPS-IDX) IS NOT EQUAL TO "Y" THEN
               MOVE ZERO TO OPS-SESSIONS(OPS-IDX)

               PERFORM COUNT-OPERATOR-SESSION
                   VARYING SES-IDX FROM 1 BY 1
                   UNTIL SES-IDX IS GREATER THAN SES-COUNT

               IF OPS-SESSIONS(OPS-IDX) IS EQUAL TO ZERO THEN
                   EXIT PARAGRAPH
               END-IF

               MOVE ZERO TO OPS-SESSIONS(OPS-IDX)
           END-IF

           PERFORM PRINT-SESSION
               VARYING SES-IDX FROM 1 BY 1
               UNTIL SES-IDX IS GREATER THAN SES-COUNT

           MOVE SPACES TO OPERATOR-TOTAL-LINE
           MOVE OPS-OPR(OPS-IDX) TO OTL-LABEL
           MOVE OPS-SESSIONS(OPS-IDX) TO OTL-SESSIONS
           MOVE " SESSIONS" TO OPERATOR-TOTAL-LINE(31:9)
           DIVIDE OPS-MINUTES(OPS-IDX) BY 60
               GIVING LEN-HOURS REMAINDER LEN-MINS
           MOVE LEN-HOURS TO OTL-LEN-HH
           MOVE ":" TO OTL-LEN(5:1)
           MOVE LEN-MINS TO OTL-LEN-MM
           MOVE OPS-ADD(OPS-IDX) TO OTL-ADD
           MOVE OPS-UPD(OPS-IDX) TO OTL-UPD
           MOVE OPS-DEL(OPS-IDX) TO OTL-DEL
           MOVE OPS-MRG(OPS-IDX) TO OTL-MRG
           MOVE OPS-PND(OPS-IDX) TO OTL-PND
           MOVE OPS-OTH(OPS-IDX) TO OTL-OTH
           MOVE "TOTAL" TO OPERATOR-TOTAL-LINE(1:5)
           WRITE PRINT-LINE FROM OPERATOR-TOTAL-LINE

           IF OPS-NOSESS(OPS-IDX) IS GREATER THAN ZERO THEN
               MOVE SPACES TO OPERATOR-NOTE-LINE
               MOVE "*** CHANGES WITH NO SESSION SIGNED ON:"
                   TO ONL-TEXT
               MOVE OPS-NOSESS(OPS-IDX) TO ONL-COUNT
               WRITE PRINT-LINE FROM OPERATOR-NOTE-LINE
           END-IF

           IF OPS-AFTER(OPS-IDX) IS GREATER THAN ZERO THEN
               MOVE SPACES TO OPERATOR-NOTE-LINE
               MOVE "*** CHANGES OUTSIDE NORMAL HOURS:"
                   TO ONL-TEXT
               MOVE OPS-AFTER(OPS-IDX) TO ONL-COUNT
               WRITE PRINT-LINE FROM OPERATOR-NOTE-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       COUNT-OPERATOR-SESSION.
           IF SES-OPR(SES-IDX) IS EQUAL TO OPS-OPR(OPS-IDX) AND
               SES-END-DATE(SES-IDX) IS NOT LESS THAN PERIOD-START THEN
               ADD 1 TO OPS-SESSIONS(OPS-IDX)
           END-IF.

       PRINT-SESSION.
           IF SES-OPR(SES-IDX) IS NOT EQUAL TO OPS-OPR(OPS-IDX) OR
               SES-END-DATE(SES-IDX) IS LESS THAN PERIOD-START THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO OPS-SESSIONS(OPS-IDX)
           ADD 1 TO SESSIONS-REPORTED

           MOVE SPACES TO SESSION-LINE
           MOVE SES-OPR(SES-IDX) TO SDL-OPR
           MOVE SES-TERM(SES-IDX) TO SDL-TERM
           MOVE SES-ON-DATE(SES-IDX) TO SDL-ON-DATE
           MOVE SES-ON-TIME(SES-IDX)(1:2) TO SDL-ON-HH
           MOVE ":" TO SESSION-LINE(37:1)
           MOVE SES-ON-TIME(SES-IDX)(3:2) TO SDL-ON-MM

           IF SES-OFF-SEEN(SES-IDX) IS EQUAL TO "Y" THEN
               MOVE SES-END-DATE(SES-IDX) TO SDL-OFF-DATE
               MOVE SES-END-TIME(SES-IDX)(1:2) TO SDL-OFF-HH
               MOVE ":" TO SDL-OFF-TEXT(12:1)
               MOVE SES-END-TIME(SES-IDX)(3:2) TO SDL-OFF-MM

               MOVE SES-ON-DATE(SES-IDX) TO MIN-FROM-DATE
               MOVE SES-ON-TIME(SES-IDX) TO MIN-FROM-TIME
               MOVE SES-END-DATE(SES-IDX) TO MIN-TO-DATE
               MOVE SES-END-TIME(SES-IDX) TO MIN-TO-TIME
               PERFORM MINUTES-BETWEEN
               MOVE MIN-RESULT TO SES-MINUTES
               ADD SES-MINUTES TO OPS-MINUTES(OPS-IDX)

               DIVIDE SES-MINUTES BY 60
                   GIVING LEN-HOURS REMAINDER LEN-MINS
               MOVE LEN-HOURS TO SDL-LEN-HH
               MOVE ":" TO SDL-LEN-TEXT(5:1)
               MOVE LEN-MINS TO SDL-LEN-MM
           ELSE
               MOVE "NO SIGN-OFF" TO SDL-OFF-TEXT
               MOVE "      -" TO SDL-LEN-TEXT
               ADD 1 TO NOSIGNOFF-TOTAL
           END-IF

           MOVE SES-ADD(SES-IDX) TO SDL-ADD
           MOVE SES-UPD(SES-IDX) TO SDL-UPD
           MOVE SES-DEL(SES-IDX) TO SDL-DEL
           MOVE SES-MRG(SES-IDX) TO SDL-MRG
           MOVE SES-PND(SES-IDX) TO SDL-PND
           MOVE SES-OTH(SES-IDX) TO SDL-OTH

           MOVE SPACES TO SDL-FLAGS
           MOVE 1 TO FLAG-PTR

           IF SES-OFF-SEEN(SES-IDX) IS NOT EQUAL TO "Y" THEN
               STRING "NOSIGNOFF " DELIMITED BY SIZE
                   INTO SDL-FLAGS WITH POINTER FLAG-PTR
               END-STRING
           END-IF

           IF SES-CONCUR(SES-IDX) IS EQUAL TO "Y" THEN
               STRING "CONCURRENT " DELIMITED BY SIZE
                   INTO SDL-FLAGS WITH POINTER FLAG-PTR
               END-STRING
           END-IF

           IF SES-AFTER(SES-IDX) IS GREATER THAN ZERO THEN
               STRING "AFTERHRS" DELIMITED BY SIZE
                   INTO SDL-FLAGS WITH POINTER FLAG-PTR
               END-STRING
           END-IF

           IF SDL-FLAGS IS NOT EQUAL TO SPACES THEN
               ADD 1 TO FLAGGED-SESSIONS
           END-IF

           WRITE PRINT-LINE FROM SESSION-LINE.

      *    WHOLE MINUTES FROM ONE DATE/TIME TO ANOTHER
       MINUTES-BETWEEN.
           COMPUTE MIN-DAYS = FUNCTION INTEGER-OF-DATE(MIN-TO-DATE)
               - FUNCTION INTEGER-OF-DATE(MIN-FROM-DATE)

           COMPUTE MIN-RESULT = MIN-DAYS * 1440
               + (MIN-TO-HH * 60 + MIN-TO-MM)
               - (MIN-FROM-HH * 60 + MIN-FROM-MM)

           IF MIN-RESULT IS LESS THAN ZERO THEN
               MOVE ZERO TO MIN-RESULT
           END-IF.

      *    CHANGES UNDER THE BATCH PROGRAMS' OWN IDS - COUNTED SO THE
      *    PERIOD'S WORK ADDS UP, NEVER FLAGGED
       PRINT-BATCH-IDS.
           MOVE "BATCH AND SYSTEM IDS (NOT OPERATORS)" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "N" TO KNOWN-FOUND

           PERFORM PRINT-BATCH-ID
               VARYING OPS-IDX FROM 1 BY 1
               UNTIL OPS-IDX IS GREATER THAN OPS-COUNT

           IF KNOWN-FOUND IS EQUAL TO "N" THEN
               MOVE "(NONE)" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-BATCH-ID.
           IF OPS-KNOWN(OPS-IDX) IS EQUAL TO "Y" OR
               OPS-SESSIONS(OPS-IDX) IS GREATER THAN ZERO THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO KNOWN-FOUND
           MOVE SPACES TO BATCH-LINE
           MOVE OPS-OPR(OPS-IDX) TO BTL-OPR
           MOVE OPS-ADD(OPS-IDX) TO BTL-ADD
           MOVE OPS-UPD(OPS-IDX) TO BTL-UPD
           MOVE OPS-DEL(OPS-IDX) TO BTL-DEL
           MOVE OPS-MRG(OPS-IDX) TO BTL-MRG
           MOVE OPS-PND(OPS-IDX) TO BTL-PND
           MOVE OPS-OTH(OPS-IDX) TO BTL-OTH
           WRITE PRINT-LINE FROM BATCH-LINE.

       PRINT-OUT-OF-HOURS.
           WRITE PRINT-LINE FROM OOH-HEADER

           PERFORM PRINT-OOH-LINE
               VARYING OOH-IDX FROM 1 BY 1
               UNTIL OOH-IDX IS GREATER THAN OOH-COUNT

           IF OOH-COUNT IS EQUAL TO ZERO THEN
               MOVE "(NONE)" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           IF OOH-TOTAL IS GREATER THAN OOH-COUNT THEN
               MOVE "(MORE NOT LISTED - SEE TOTALS)" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-OOH-LINE.
           MOVE SPACES TO OOH-LINE
           MOVE OOH-DATE(OOH-IDX) TO OHL-DATE
           MOVE OOH-TIME(OOH-IDX) TO OHL-TIME
           MOVE OOH-OPR(OOH-IDX) TO OHL-OPR
           MOVE OOH-ACTION(OOH-IDX) TO OHL-ACTION
           MOVE OOH-ID(OOH-IDX) TO OHL-ID

           IF OOH-SESSION(OOH-IDX) IS EQUAL TO "N" THEN
               MOVE "NO SESSION SIGNED ON" TO OHL-NOTE
           END-IF

           WRITE PRINT-LINE FROM OOH-LINE.

       PRINT-TOTALS.
           MOVE "SESSIONS" TO TTL-LABEL
           MOVE SESSIONS-REPORTED TO TTL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "SESSIONS WITH NO SIGN-OFF" TO TTL-LABEL
           MOVE NOSIGNOFF-TOTAL TO TTL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "CONCURRENT SIGN-ONS (POSSIBLE SHARED ID)" TO TTL-LABEL
           MOVE CONCUR-TOTAL TO TTL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "SIGN-OFFS WITH NO SIGN-ON" TO TTL-LABEL
           MOVE UNMATCHED-OFF TO TTL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "AUDIT LINES IN PERIOD" TO TTL-LABEL
           MOVE AUDIT-IN-PERIOD TO TTL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "APPROVED CHANGES (COUNTED AS PEND)" TO TTL-LABEL
           MOVE APPROVED-SKIPPED TO TTL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "CHANGES OUTSIDE NORMAL HOURS" TO TTL-LABEL
           MOVE OOH-TOTAL TO TTL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "CHANGES WITH NO SESSION SIGNED ON" TO TTL-LABEL
           MOVE NOSESS-TOTAL TO TTL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE

           IF SES-DROPPED IS GREATER THAN ZERO THEN
               MOVE "*** SESSIONS NOT REPORTED - TABLE FULL" TO
                   TTL-LABEL
               MOVE SES-DROPPED TO TTL-VALUE
               WRITE PRINT-LINE FROM TOTAL-LINE
           END-IF.

      *    ONE ALERT PER CONCURRENT SIGN-ON, KEYED BY THE OPERATOR
       ALERT-CONCURRENT.
           MOVE "WARN" TO ALERT-SEVERITY-WS
           MOVE SEC-OPERATOR TO ALERT-KEY-WS
           MOVE SPACES TO ALERT-TEXT-WS
           STRING "CONCURRENT SIGNON " DELIMITED BY SIZE
               SEC-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SEC-TIME(1:4) DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               SEC-TERMINAL DELIMITED BY SIZE
               INTO ALERT-TEXT-WS
           END-STRING
           PERFORM POST-NEW-ALERT.

       LOAD-POSTED-ALERTS.
           SET SQLITE TO NULL
           PERFORM OPEN-POSTED-TABLE

           IF POSTED-FAILED IS EQUAL TO "Y" THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ALERT-FILE

           IF ALERT-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM LOAD-ONE-POSTED THRU LOAD-ONE-POSTED-EXIT
                   UNTIL ALERT-FILE-STATUS IS EQUAL TO "10"
                   OR POSTED-FAILED IS EQUAL TO "Y"
               CLOSE ALERT-FILE
           END-IF

           PERFORM END-POSTED-LOAD.

       LOAD-ONE-POSTED.
           READ ALERT-FILE
               AT END
                   MOVE "10" TO ALERT-FILE-STATUS
                   GO TO LOAD-ONE-POSTED-EXIT
           END-READ

           IF ALR-PROGRAM IS EQUAL TO "COBOL-SQLITE-SESSRPT" THEN
               MOVE ALR-KEY TO PST-KEY
               MOVE ALR-TEXT TO PST-TEXT
               PERFORM REMEMBER-POSTED-KEY
           END-IF.

       LOAD-ONE-POSTED-EXIT.
           EXIT.

      *    POST THE ALERT UNLESS AN EARLIER RUN ALREADY DID
       POST-NEW-ALERT.
           IF POSTED-FAILED IS EQUAL TO "Y" THEN
               EXIT PARAGRAPH
           END-IF

           MOVE ALERT-KEY-WS TO PST-KEY
           MOVE ALERT-TEXT-WS TO PST-TEXT
           PERFORM SEARCH-POSTED-KEY

           IF POSTED-FOUND IS EQUAL TO "Y" OR
               POSTED-FAILED IS EQUAL TO "Y" THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM REMEMBER-POSTED-KEY
           PERFORM POST-ALERT.

      *    WORK TABLE OF POSTED ALERTS - ONE ROW PER KEY AND TEXT,
      *    THE ONES ALREADY ON alerts.log LOADED AS ONE TRANSACTION.
      *    ANY FAILURE SETS POSTED-FAILED
       OPEN-POSTED-TABLE.
           MOVE "N" TO POSTED-FAILED

           CALL STATIC "sqlite3_open" USING
               BY REFERENCE POSTED-DB-NAME
               BY REFERENCE SQLITE
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "OPEN-POSTED-TABLE" TO SQLERR-WHERE
               MOVE ":memory:" TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               MOVE "Y" TO POSTED-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "CREATE TABLE POSTED(K TEXT PRIMARY KEY);BEGIN;"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "OPEN-POSTED-TABLE" TO SQLERR-WHERE
           PERFORM RUN-POSTED-STATEMENT.

       REMEMBER-POSTED-KEY.
           PERFORM ESCAPE-POSTED-KEY
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "INSERT OR IGNORE INTO POSTED VALUES('"
               DELIMITED BY SIZE
               ESCAPED-KEY(1:ESC-KEY-IDX) DELIMITED BY SIZE
               "');" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "REMEMBER-POSTED-KEY" TO SQLERR-WHERE
           PERFORM RUN-POSTED-STATEMENT.

       END-POSTED-LOAD.
           IF POSTED-FAILED IS EQUAL TO "Y" THEN
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY
           MOVE "COMMIT;" TO SQL-QUERY(1:7)
           MOVE "END-POSTED-LOAD" TO SQLERR-WHERE
           PERFORM RUN-POSTED-STATEMENT.

       SEARCH-POSTED-KEY.
           MOVE "N" TO POSTED-FOUND
           PERFORM ESCAPE-POSTED-KEY
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM POSTED WHERE K='"
               DELIMITED BY SIZE
               ESCAPED-KEY(1:ESC-KEY-IDX) DELIMITED BY SIZE
               "';" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE -1
               BY REFERENCE POSTED-STMT
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "SEARCH-POSTED-KEY" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               MOVE "Y" TO POSTED-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE POSTED-STMT
               RETURNING STEP-CODE
           END-CALL

           MOVE ZERO TO POSTED-COUNT

           IF STEP-CODE IS EQUAL TO SQLITE-ROW THEN
               CALL STATIC "sqlite3_column_int" USING
                   BY VALUE POSTED-STMT
                   BY VALUE 0
                   RETURNING POSTED-COUNT
               END-CALL
           ELSE
               MOVE STEP-CODE TO ERROR-CODE
               MOVE "SEARCH-POSTED-KEY" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               MOVE "Y" TO POSTED-FAILED
           END-IF

           CALL STATIC "sqlite3_finalize" USING BY VALUE POSTED-STMT
           END-CALL

           IF POSTED-COUNT IS GREATER THAN ZERO THEN
               MOVE "Y" TO POSTED-FOUND
           END-IF.

       RUN-POSTED-STATEMENT.
           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               MOVE "Y" TO POSTED-FAILED
           END-IF.

      *    QUOTES IN THE KEY OR TEXT (A TERMINAL OR PROGRAM NAME) ARE
      *    DOUBLED FOR THE SQL LITERAL; ESC-KEY-IDX ENDS UP AS ITS
      *    LENGTH
       ESCAPE-POSTED-KEY.
           MOVE SPACES TO ESCAPED-KEY
           MOVE ZERO TO ESC-KEY-IDX

           PERFORM VARYING POSTED-KEY-IDX FROM 1 BY 1
               UNTIL POSTED-KEY-IDX > 70
               ADD 1 TO ESC-KEY-IDX
               MOVE POSTED-KEY(POSTED-KEY-IDX:1)
                   TO ESCAPED-KEY-CHAR(ESC-KEY-IDX)

               IF POSTED-KEY(POSTED-KEY-IDX:1) IS EQUAL TO "'" THEN
                   ADD 1 TO ESC-KEY-IDX
                   MOVE "'" TO ESCAPED-KEY-CHAR(ESC-KEY-IDX)
               END-IF
           END-PERFORM.

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
           MOVE "COBOL-SQLITE-SESSRPT" TO ALR-PROGRAM
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

      *    ONE LINE ON THE SHARED SQL ERROR LOG FOR A FAILED SQLITE
      *    CALL - THE CALLER SETS SQLERR-WHERE AND SQLERR-STATEMENT
      *    AND THE RESULT CODE IS STILL IN ERROR-CODE.
      *    READ BY COBOL-SQLITE-SQLERRPT.
       LOG-SQL-ERROR.
           ACCEPT SQLERR-DATE-WS FROM DATE YYYYMMDD
           ACCEPT SQLERR-TIME-WS FROM TIME

           MOVE SPACES TO SQLERR-RECORD
           MOVE SQLERR-DATE-WS TO SQE-DATE
           MOVE SQLERR-TIME-WS TO SQE-TIME
           MOVE "COBOL-SQLITE-SESSRPT" TO SQE-PROGRAM
           MOVE SPACES TO SQLERR-STEP-WS
           ACCEPT SQLERR-STEP-WS FROM ENVIRONMENT "JOB_STEP"

           IF SQLERR-STEP-WS IS EQUAL TO SPACES THEN
               MOVE "MANUAL" TO SQE-CONTEXT
           ELSE
               STRING "STEP " DELIMITED BY SIZE
                   SQLERR-STEP-WS DELIMITED BY SPACE
                   INTO SQE-CONTEXT
               END-STRING
           END-IF
           MOVE SQLERR-WHERE TO SQE-WHERE
           MOVE ERROR-CODE TO SQE-RC
           MOVE SQLERR-STATEMENT TO SQE-STATEMENT
           INSPECT SQE-STATEMENT REPLACING ALL LOW-VALUE BY SPACE

           MOVE ZERO TO SQLERR-DB-RC

           IF SQLITE IS NOT EQUAL TO NULL THEN
               CALL STATIC "sqlite3_errcode" USING
                   BY VALUE SQLITE
                   RETURNING SQLERR-DB-RC
               END-CALL
           END-IF

           IF SQLERR-DB-RC IS EQUAL TO ERROR-CODE THEN
               CALL STATIC "sqlite3_errmsg" USING
                   BY VALUE SQLITE
                   RETURNING SQLERR-MSG-PTR
               END-CALL
           ELSE
               CALL STATIC "sqlite3_errstr" USING
                   BY VALUE ERROR-CODE
                   RETURNING SQLERR-MSG-PTR
               END-CALL
           END-IF

           IF SQLERR-MSG-PTR IS NOT EQUAL TO NULL THEN
               SET ADDRESS OF SQLERR-MSG-TEXT TO SQLERR-MSG-PTR
               MOVE SQLERR-MSG-TEXT TO SQE-MESSAGE
               INSPECT SQE-MESSAGE REPLACING CHARACTERS BY SPACE
                   AFTER INITIAL LOW-VALUE
               INSPECT SQE-MESSAGE REPLACING ALL LOW-VALUE BY SPACE
           END-IF

           OPEN EXTEND SQLERR-FILE

           IF SQLERR-FILE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT SQLERR-FILE
           END-IF

           IF SQLERR-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON SQLERR-FILE"
               EXIT PARAGRAPH
           END-IF

           WRITE SQLERR-RECORD
           CLOSE SQLERR-FILE.

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
           MOVE "COBOL-SQLITE-SESSRPT" TO RS-PROGRAM
           MOVE RS-START-DATE-WS TO RS-START-DATE
           MOVE RS-START-TIME-WS TO RS-START-TIME
           MOVE RS-END-DATE-WS TO RS-END-DATE
           MOVE RS-END-TIME-WS TO RS-END-TIME
           COMPUTE RS-READ = SEC-LINES + AUDIT-LINES
           MOVE SESSIONS-REPORTED TO RS-WRITTEN
           COMPUTE RS-REJECTED = FLAGGED-SESSIONS + NOSESS-TOTAL
           MOVE RS-STATUS-WS TO RS-STATUS
           WRITE RUNSTATS-RECORD
           CLOSE RUNSTATS-FILE.

       END PROGRAM COBOL-SQLITE-SESSRPT.
