           SELECT NEWPEND-FILE ASSIGN TO "./data/pending.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEWPEND-FILE-STATUS.
           SELECT CHAIN-FILE ASSIGN USING CHAIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-FILE-STATUS.
           SELECT SQLERR-FILE ASSIGN TO "./data/sqlerr.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQLERR-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "./data/alerts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT ALERTACK-FILE ASSIGN TO "./data/alertack.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTACK-FILE-STATUS.
           SELECT REJQUEUE-FILE ASSIGN TO "./data/rejects.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJQUEUE-FILE-STATUS.
           SELECT REJACT-FILE ASSIGN TO "./data/rejact.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJACT-FILE-STATUS.
           SELECT RESUBMIT-FILE ASSIGN TO "people_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESUBMIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           02 AUD-NAME     PIC X(30).
           02 FILLER       PIC X VALUE IS SPACE.
           02 AUD-OPERATOR PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 AUD-SEQ      PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 AUD-HASH     PIC X(10).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           02 JRN-DATE     PIC X(8).
           02 JRN-AFTER    PIC X(30).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-OPERATOR PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-SEQ      PIC X(8).
           02 FILLER       PIC X VALUE IS SPACE.
           02 JRN-HASH     PIC X(10).
      *    SECURITY EVENT LOG - EVERY SIGN-ON, SIGN-OFF, FAILED
      *    ATTEMPT AND AUTHORIZATION REFUSAL, WITH THE TERMINAL IT
      *    CAME FROM. READ BY COBOL-SQLITE-SECRPT.
           02 OPR-CHG-DATE PIC 9(8).
           02 FILLER       PIC X.
           02 OPR-FAILS    PIC 9(2).
      *    LAST LINK OF THE AUDIT OR JOURNAL CHAIN - ONE RECORD,
      *    REWRITTEN AFTER EVERY APPENDED LINE
       FD  CHAIN-FILE.
       01  CHAIN-RECORD.
           02 CHN-SEQ      PIC 9(8).
           02 FILLER       PIC X.
           02 CHN-HASH     PIC 9(10).
       FD  SQLERR-FILE.
       01  SQLERR-RECORD.
           COPY SQLERR.
      *    OPERATIONS ALERTS POSTED BY THE BATCH PROGRAMS, AND THE
      *    SUPERVISOR ACKNOWLEDGEMENTS THAT CLEAR THEM
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALERT.
       FD  ALERTACK-FILE.
       01  ALERTACK-RECORD.
           COPY ALERTACK.
       FD  REJQUEUE-FILE.
       01  REJQUEUE-RECORD.
           COPY REJQUEUE.
       FD  REJACT-FILE.
       01  REJACT-RECORD.
           COPY REJACT.
      *    CORRECTED REJECTS GO ON THE END OF THE TRANSACTION FILE
      *    COBOL-SQLITE-TRANS APPLIES ON ITS NEXT RUN
       FD  RESUBMIT-FILE.
       01  RESUBMIT-RECORD PIC X(72).
       WORKING-STORAGE SECTION.
       77 AUDIT-ACTION     PIC X(6).
       77 AUD-DATE-WS      PIC 9(8).
       77 ERROR-CODE       PIC S9(5)  USAGE IS COMP-5.
       77 DATABASE-NAME    PIC X(80)  VALUE IS "./data/data.db".
       77 ENV-DATABASE-NAME PIC X(80).
       77 SQL-QUERY        PIC X(400).
       77 COMMAND          PIC 99.
       77 LIST-STMT        POINTER.
       77 LIST-COL-ID      PIC S9(9) USAGE IS COMP-5.
       77 ENV-SITE-CODE    PIC X(4).
       77 RANGE-ID-DSP     PIC 9(9).
       77 RANGE-HIT        PIC S9(9) USAGE IS COMP-5.
      *    SITE RANGE GRANTS - A NEW ID RANGE FOR ONE SITE, CLEAR OF
      *    EVERY RANGE ANY OTHER SITE HOLDS OR HAS EVER HELD
       77 RNG-SITE         PIC X(4).
       77 RNG-LOW          PIC 9(6).
       77 RNG-HIGH         PIC 9(6).
       77 RNG-OLD-LOW      PIC 9(6).
       77 RNG-OLD-HIGH     PIC 9(6).
       77 RNG-HELD         PIC X.
       77 RNG-QUOTES       PIC 9(2).
       77 RNG-DATE         PIC 9(8).
      *    MASS CHANGE SIGN-OFF - THE KEY A COMMIT RUN OF
      *    COBOL-SQLITE-MASSCHG NEEDS, FOLDED OVER THE CRITERIA AND
      *    THE PREVIEW'S CONTROL TOTALS
       01 MASS-AUTH-REC.
           COPY MASSAUTH.
       01 MASS-AUTH-CHARS REDEFINES MASS-AUTH-REC.
           02 MASS-AUTH-CHAR PIC X OCCURS 107 TIMES.
       77 MASS-KEY         PIC 9(10).
       77 MASS-CHR-IDX     PIC 9(3).
       77 MASS-MATCH-ESC   PIC X(61).
       77 MASS-REPLACE-ESC PIC X(61).
       77 MASS-ISSUED-DATE PIC 9(8).
       77 MASS-ISSUED-TIME PIC 9(8).
       01 ADDRESS-RECORD.
           COPY ADDRESSES.
      *    DEPARTMENT MAINTENANCE PANEL - ONE DEPARTMENTS ROW AT A
      *    TIME, ADDED, CHANGED OR DELETED BY ACTION CODE
       01 DEPARTMENT-RECORD.
           COPY DEPARTMENTS.
       77 DEPT-ACTION      PIC X.
       77 DEPT-QUOTES      PIC 9(2).
       77 DEPT-CLEAR-ID    PIC 9(6).
       77 ESCAPED-DEPT-NAME PIC X(61).
      *    AUDIT AND JOURNAL LINES FOR RECORDS NOT KEYED BY A PEOPLE
      *    ID CARRY THEIR OWN KEY HERE IN PLACE OF ID-FIELD
       77 AUDIT-KEY        PIC X(6)  VALUE IS SPACES.
       77 JOURNAL-KEY      PIC X(6)  VALUE IS SPACES.
      *    PAY-DATA INQUIRY AND CROSS-REFERENCE MAINTENANCE - KEYED
      *    BY OUR ID OR BY THE BUREAU'S EMPLOYEE NUMBER
       77 PAY-ID           PIC 9(6).
       77 PAY-EMPNO        PIC X(8).
       77 PAY-ACTION       PIC X.
       77 PAY-NEW-ID       PIC 9(6).
       77 PAY-NEW-EMPNO    PIC X(8).
       77 PAY-OLD-ID       PIC 9(6).
       77 PAY-QUOTES       PIC 9(2).
       77 PAY-STMT         POINTER.
       77 PAY-COL-NO       PIC S9(5) USAGE IS COMP-5.
       77 PAY-COL-PTR      POINTER.
       77 PAY-COL-TEXT     PIC X(8)  BASED.
       77 PAY-COL-WS       PIC X(8).
       77 PAY-ROW-COUNT    PIC 9(6)  VALUE IS ZERO.
       77 PAY-LINK-EMPNO   PIC X(8).
       77 PAY-GRADE        PIC X(2).
       77 PAY-EFFDATE      PIC X(8).
       77 PAY-CUR-GRADE    PIC X(2).
       77 PAY-CUR-DATE     PIC X(8).
       01 ESCAPED-TEXT-REC.
           02 TEXT-IN       PIC X(30) VALUE IS SPACES.
           02 TEXT-IN-CHARS REDEFINES TEXT-IN.
       77 SAVED-OPERATOR   PIC X(8).
       77 APPLY-OK         PIC X.
       77 PEND-RENAME-CMD  PIC X(60).
      *    LOG CHAIN - EVERY AUDIT AND JOURNAL LINE CARRIES A
      *    SEQUENCE NUMBER AND A HASH RUNNING ON FROM THE LINE BEFORE
      *    IT. THE LAST LINK OF EACH LOG IS KEPT IN audit.chn AND
      *    journal.chn SO AN APPEND NEVER READS THE WHOLE LOG;
      *    COBOL-SQLITE-VERIFY WALKS THE CHAIN.
       77 CHAIN-FILE-NAME  PIC X(20).
       77 CHAIN-FILE-STATUS PIC X(02).
       77 CHAIN-SEQ        PIC 9(8).
       77 CHAIN-PREV-HASH  PIC 9(10).
       77 CHAIN-HASH       PIC 9(10).
       77 CHAIN-HOLD       PIC X(122).
       01 CHAIN-IN-REC.
           02 CHAIN-IN-PREV PIC 9(10).
           02 CHAIN-IN-SEQ  PIC 9(8).
           02 CHAIN-IN-DATA PIC X(102).
       01 CHAIN-IN-CHARS REDEFINES CHAIN-IN-REC.
           02 CHAIN-IN-CHAR PIC X OCCURS 120 TIMES.
       77 CHAIN-WORK       PIC 9(18).
       77 CHAIN-DIV        PIC 9(8).
       77 CHAIN-REM        PIC 9(10).
       77 CHAIN-MODULUS    PIC 9(11) VALUE IS 10000000000.
       77 CHAIN-CHR-IDX    PIC 9(3).
       77 CHAIN-ORD        PIC 9(3).
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
      *    SHARED SQL ERROR LOG - SEE LOG-SQL-ERROR
       77 SQLERR-FILE-STATUS PIC X(02).
       77 SQLERR-WHERE     PIC X(30).
       77 SQLERR-STATEMENT PIC X(60).
       77 SQLERR-STEP-WS   PIC X(4).
       77 SQLERR-DB-RC     PIC S9(5) USAGE IS COMP-5.
       77 SQLERR-MSG-PTR   POINTER.
       77 SQLERR-MSG-TEXT  PIC X(60) BASED.
       77 SQLERR-DATE-WS   PIC 9(8).
       77 SQLERR-TIME-WS   PIC 9(8).
      *    ALERT QUEUE PANEL - THE OPEN ALERTS (THOSE WITH NO
      *    ACKNOWLEDGEMENT ON alertack.log) OLDEST FIRST, EIGHT TO A
      *    PAGE, TWO SCREEN LINES EACH
       77 ALERT-FILE-STATUS PIC X(02).
       77 ALERTACK-FILE-STATUS PIC X(02).
      *    ACKNOWLEDGED ALERTS AND ACTIONED REJECTS ARE LOOKED UP IN
      *    AN INDEXED WORK TABLE IN A PRIVATE IN-MEMORY DATABASE, BUILT
      *    AFRESH EACH TIME A QUEUE IS LOADED - alertack.log AND
      *    rejact.log ARE NEVER PRUNED, SO THERE CAN BE NO CEILING
       01 MATCH-DB-NAME.
           02 FILLER       PIC X(8)  VALUE IS ":memory:".
           02 FILLER       PIC X     VALUE IS LOW-VALUE.
       77 MATCH-KEY        PIC X(58).
       01 ESCAPED-KEY-REC.
           02 ESCAPED-KEY  PIC X(116) VALUE IS SPACES.
           02 ESCAPED-KEY-CHARS REDEFINES ESCAPED-KEY.
               03 ESCAPED-KEY-CHAR PIC X OCCURS 116 TIMES.
       77 MATCH-KEY-IDX    PIC S9(4) USAGE IS COMP-5.
       77 ESC-KEY-IDX      PIC S9(4) USAGE IS COMP-5.
       77 MATCH-COUNT      PIC S9(9) USAGE IS COMP-5.
       77 MATCH-FAILED     PIC X     VALUE IS "N".
       77 MATCH-FOUND-SW   PIC X.
       77 ACKED-FOUND      PIC X.
       01 ALQ-TABLE.
           02 ALQ-COUNT    PIC 9(4)  VALUE IS ZERO.
           02 ALQ-ENTRY    OCCURS 500 TIMES.
               03 ALQ-DATE     PIC X(8).
               03 ALQ-TIME     PIC X(8).
               03 ALQ-SEVERITY PIC X(4).
               03 ALQ-PROGRAM  PIC X(22).
               03 ALQ-KEY      PIC X(20).
               03 ALQ-TEXT     PIC X(50).
       77 ALQ-IDX          PIC 9(4).
       77 ALQ-TOP          PIC 9(4).
       77 ALQ-OVERFLOW     PIC 9(4)  VALUE IS ZERO.
       01 ALERT-LINES-G.
           02 ALQ-LINE     PIC X(70) OCCURS 16 TIMES.
       01 ALERT-WORK-LINE-1.
           02 AWL-ROWNO    PIC 9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 AWL-SEVERITY PIC X(4).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 AWL-DATE     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 AWL-HH       PIC X(2).
           02 FILLER       PIC X     VALUE IS ":".
           02 AWL-MM       PIC X(2).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 AWL-PROGRAM  PIC X(22).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 AWL-KEY      PIC X(20).
       01 ALERT-WORK-LINE-2.
           02 FILLER       PIC X(7)  VALUE IS SPACES.
           02 AWL-TEXT     PIC X(50).
       77 ALERT-ROW        PIC 9(2).
       77 ALERT-CMD        PIC X.
       77 ALERT-PICK       PIC 9.
       77 ALERT-COMMENT    PIC X(40).
       77 ALERT-MSG        PIC X(40) VALUE IS SPACES.
       77 ALERT-DONE       PIC X.
       77 ALERT-ACK-COUNT  PIC 9(4)  VALUE IS ZERO.
       77 ALERT-DATE-WS    PIC 9(8).
       77 ALERT-TIME-WS    PIC 9(8).
      *    REJECT CORRECTION PANEL - THE OPEN REJECT QUEUE ITEMS
      *    (THOSE WITH NO LINE ON rejact.log) OLDEST FIRST, EIGHT TO
      *    A PAGE, TWO SCREEN LINES EACH
       77 REJQUEUE-FILE-STATUS PIC X(02).
       77 REJACT-FILE-STATUS PIC X(02).
       77 RESUBMIT-FILE-STATUS PIC X(02).
       77 RJDONE-FOUND     PIC X.
       01 RJO-TABLE.
           02 RJO-COUNT    PIC 9(4)  VALUE IS ZERO.
           02 RJO-ENTRY    OCCURS 500 TIMES.
               03 RJO-DATE     PIC X(8).
               03 RJO-TIME     PIC X(8).
               03 RJO-PROGRAM  PIC X(22).
               03 RJO-SEQ      PIC 9(6).
               03 RJO-CODE     PIC X(2).
               03 RJO-TEXT     PIC X(30).
               03 RJO-TRANS    PIC X(72).
       77 RJO-IDX          PIC 9(4).
       77 RJO-TOP          PIC 9(4).
       77 RJO-OVERFLOW     PIC 9(4)  VALUE IS ZERO.
       01 REJECT-LINES-G.
           02 RJO-LINE     PIC X(70) OCCURS 16 TIMES.
       01 REJECT-WORK-LINE-1.
           02 RWL-ROWNO    PIC 9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 RWL-SOURCE   PIC X(5).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 RWL-DATE     PIC X(8).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 RWL-SEQ      PIC ZZZZZ9.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 RWL-CODE     PIC X(2).
           02 FILLER       PIC X     VALUE IS SPACE.
           02 RWL-TEXT     PIC X(30).
       01 REJECT-WORK-LINE-2.
           02 FILLER       PIC X(7)  VALUE IS SPACES.
           02 RWL-ACTION   PIC X.
           02 FILLER       PIC X     VALUE IS SPACE.
           02 RWL-DATA     PIC X(61).
       77 REJECT-ROW       PIC 9(2).
       77 REJECT-CMD       PIC X.
       77 REJECT-PICK      PIC 9.
       77 REJECT-NOTE      PIC X(40).
       77 REJECT-MSG       PIC X(40) VALUE IS SPACES.
       77 REJECT-DONE      PIC X.
       77 REJECT-RESUB-COUNT PIC 9(4) VALUE IS ZERO.
       77 REJECT-ABAND-COUNT PIC 9(4) VALUE IS ZERO.
       77 REJECT-DATE-WS   PIC 9(8).
       77 REJECT-TIME-WS   PIC 9(8).
       77 REJECT-STATUS-WS PIC X.
       77 REJFIX-REASON    PIC X(35).
       77 REJFIX-FAMILY    PIC X.
      *    THE ITEM BEING CORRECTED, AS THE TRANSACTION IT WILL GO
      *    BACK IN AS - PEOPLE FIELDS FOR ACTIONS A/U/D, ADDRESS
      *    FIELDS FOR B/C/E, DEPARTMENT ASSIGNMENT FIELDS FOR G/H
       01 REJFIX-TRANS.
           02 RFX-ACTION   PIC X.
           02 RFX-DATA     PIC X(71).
           02 RFX-PERSON REDEFINES RFX-DATA.
               03 RFX-ID       PIC X(6).
               03 RFX-NAME     PIC X(30).
               03 FILLER       PIC X(35).
           02 RFX-ADDRESS REDEFINES RFX-DATA.
               03 RFX-ADR-ID   PIC X(6).
               03 RFX-STREET   PIC X(30).
               03 RFX-CITY     PIC X(20).
               03 RFX-PHONE    PIC X(15).
           02 RFX-DEPTASG REDEFINES RFX-DATA.
               03 RFX-DAS-ID   PIC X(6).
               03 RFX-DAS-DEPT PIC X(4).
               03 FILLER       PIC X(61).
      *    THE DATABASE MUST BE AT THE SCHEMA VERSION THIS PROGRAM
      *    WAS BUILT FOR - COBOL-SQLITE-SCHEMA (JOBSTREAM STEP 01)
      *    OWNS TABLE CREATION AND THE VERSION ROW
       77 WANTED-SCHEMA-VERSION PIC 9(2) VALUE IS 7.
       77 SCHEMA-DB        POINTER.
       77 SCHEMA-STMT      POINTER.
       77 SCHEMA-STEP      PIC S9(5) USAGE IS COMP-5.
           02 LINE 8 COLUMN 5 VALUE "10.RECORD HISTORY".
           02 LINE 9 COLUMN 5 VALUE "12.SUBMIT CHANGE".
           02 LINE 10 COLUMN 5 VALUE "15.BROWSE RECORDS".
           02 LINE 11 COLUMN 5 VALUE "17.CORRECT REJECTS".
           02 LINE 3 COLUMN 30 VALUE "19.PAY INQUIRY".
           02 LINE 12 COLUMN 5 VALUE "COMMAND: ".
           02 LINE 12 COLUMN 14 PIC 99 USING COMMAND.
           02 LINE 14 COLUMN 5 VALUE "ESC = EXIT".
           02 LINE 15 COLUMN 5 VALUE "13.REVIEW PENDING".
           02 LINE 16 COLUMN 5 VALUE "14.OPERATOR ADMIN".
           02 LINE 17 COLUMN 5 VALUE "15.BROWSE RECORDS".
           02 LINE 3 COLUMN 30 VALUE "16.OPERATIONS ALERTS".
           02 LINE 4 COLUMN 30 VALUE "17.CORRECT REJECTS".
           02 LINE 5 COLUMN 30 VALUE "18.DEPARTMENTS".
           02 LINE 6 COLUMN 30 VALUE "19.PAY INQUIRY".
           02 LINE 7 COLUMN 30 VALUE "20.PAY CROSS-REF".
           02 LINE 8 COLUMN 30 VALUE "21.SITE ID RANGES".
           02 LINE 9 COLUMN 30 VALUE "22.MASS CHANGE AUTH".
           02 LINE 19 COLUMN 5 VALUE "COMMAND: ".
           02 LINE 19 COLUMN 14 PIC 99 USING COMMAND.
           02 LINE 21 COLUMN 5 VALUE "ESC = EXIT".
           02 LINE 7 COLUMN 20 PIC X(15) USING ADR-PHONE.
           02 LINE 9 COLUMN 5
               VALUE "ENTER = COMMIT    ESC = CANCEL".
       01 DEPT-SCREEN.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 5 VALUE "DEPARTMENT MAINTENANCE".
           02 LINE 4 COLUMN 5 VALUE "ACTION (A/C/D): ".
           02 LINE 4 COLUMN 22 PIC X USING DEPT-ACTION.
           02 LINE 5 COLUMN 5 VALUE "CODE:           ".
           02 LINE 5 COLUMN 22 PIC X(4) USING DEP-CODE.
           02 LINE 6 COLUMN 5 VALUE "NAME:           ".
           02 LINE 6 COLUMN 22 PIC X(30) USING DEP-NAME.
           02 LINE 7 COLUMN 5 VALUE "COST CENTRE:    ".
           02 LINE 7 COLUMN 22 PIC X(6) USING DEP-COSTCTR.
           02 LINE 8 COLUMN 5 VALUE "MANAGER ID:     ".
           02 LINE 8 COLUMN 22 PIC 9(6) USING DEP-MANAGER.
           02 LINE 10 COLUMN 5
               VALUE "A=ADD C=CHANGE D=DELETE (CODE ONLY)".
           02 LINE 11 COLUMN 5
               VALUE "ENTER = COMMIT    ESC = CANCEL".
       01 BROWSE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 5 VALUE "BROWSE RECORDS".
           02 LINE 4 COLUMN 20 PIC 9(6) USING ADR-ID.
           02 LINE 6 COLUMN 5
               VALUE "ENTER = DELETE    ESC = CANCEL".
       01 ALERT-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 5 VALUE "OPERATIONS ALERTS - OPEN:".
           02 LINE 1 COLUMN 31 PIC ZZZ9 FROM ALQ-COUNT.
           02 LINE 2 COLUMN 5
               VALUE "NO SEV  RAISED         PROGRAM".
           02 LINE 2 COLUMN 50 VALUE "KEY".
           02 LINE 3 COLUMN 5 PIC X(70) FROM ALQ-LINE(1).
           02 LINE 4 COLUMN 5 PIC X(70) FROM ALQ-LINE(2).
           02 LINE 5 COLUMN 5 PIC X(70) FROM ALQ-LINE(3).
           02 LINE 6 COLUMN 5 PIC X(70) FROM ALQ-LINE(4).
           02 LINE 7 COLUMN 5 PIC X(70) FROM ALQ-LINE(5).
           02 LINE 8 COLUMN 5 PIC X(70) FROM ALQ-LINE(6).
           02 LINE 9 COLUMN 5 PIC X(70) FROM ALQ-LINE(7).
           02 LINE 10 COLUMN 5 PIC X(70) FROM ALQ-LINE(8).
           02 LINE 11 COLUMN 5 PIC X(70) FROM ALQ-LINE(9).
           02 LINE 12 COLUMN 5 PIC X(70) FROM ALQ-LINE(10).
           02 LINE 13 COLUMN 5 PIC X(70) FROM ALQ-LINE(11).
           02 LINE 14 COLUMN 5 PIC X(70) FROM ALQ-LINE(12).
           02 LINE 15 COLUMN 5 PIC X(70) FROM ALQ-LINE(13).
           02 LINE 16 COLUMN 5 PIC X(70) FROM ALQ-LINE(14).
           02 LINE 17 COLUMN 5 PIC X(70) FROM ALQ-LINE(15).
           02 LINE 18 COLUMN 5 PIC X(70) FROM ALQ-LINE(16).
           02 LINE 19 COLUMN 5 PIC X(40) FROM ALERT-MSG.
           02 LINE 20 COLUMN 5 VALUE "CMD (F/B/A/X):   ".
           02 LINE 20 COLUMN 23 PIC X USING ALERT-CMD.
           02 LINE 21 COLUMN 5 VALUE "ACKNOWLEDGE NO:  ".
           02 LINE 21 COLUMN 23 PIC 9 USING ALERT-PICK.
           02 LINE 22 COLUMN 5 VALUE "COMMENT:         ".
           02 LINE 22 COLUMN 23 PIC X(40) USING ALERT-COMMENT.
           02 LINE 23 COLUMN 5
               VALUE "F=FORWARD B=BACK A=ACKNOWLEDGE".
           02 LINE 23 COLUMN 36 VALUE "X=EXIT (OR ESC)".
       01 REJECT-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 5 VALUE "REJECT CORRECTION - OPEN:".
           02 LINE 1 COLUMN 31 PIC ZZZ9 FROM RJO-COUNT.
           02 LINE 2 COLUMN 5
               VALUE "NO FROM  RUN DATE  RECNO RC REASON".
           02 LINE 3 COLUMN 5 PIC X(70) FROM RJO-LINE(1).
           02 LINE 4 COLUMN 5 PIC X(70) FROM RJO-LINE(2).
           02 LINE 5 COLUMN 5 PIC X(70) FROM RJO-LINE(3).
           02 LINE 6 COLUMN 5 PIC X(70) FROM RJO-LINE(4).
           02 LINE 7 COLUMN 5 PIC X(70) FROM RJO-LINE(5).
           02 LINE 8 COLUMN 5 PIC X(70) FROM RJO-LINE(6).
           02 LINE 9 COLUMN 5 PIC X(70) FROM RJO-LINE(7).
           02 LINE 10 COLUMN 5 PIC X(70) FROM RJO-LINE(8).
           02 LINE 11 COLUMN 5 PIC X(70) FROM RJO-LINE(9).
           02 LINE 12 COLUMN 5 PIC X(70) FROM RJO-LINE(10).
           02 LINE 13 COLUMN 5 PIC X(70) FROM RJO-LINE(11).
           02 LINE 14 COLUMN 5 PIC X(70) FROM RJO-LINE(12).
           02 LINE 15 COLUMN 5 PIC X(70) FROM RJO-LINE(13).
           02 LINE 16 COLUMN 5 PIC X(70) FROM RJO-LINE(14).
           02 LINE 17 COLUMN 5 PIC X(70) FROM RJO-LINE(15).
           02 LINE 18 COLUMN 5 PIC X(70) FROM RJO-LINE(16).
           02 LINE 19 COLUMN 5 PIC X(40) FROM REJECT-MSG.
           02 LINE 20 COLUMN 5 VALUE "CMD (F/B/C/A/X): ".
           02 LINE 20 COLUMN 23 PIC X USING REJECT-CMD.
           02 LINE 21 COLUMN 5 VALUE "ROW NO:          ".
           02 LINE 21 COLUMN 23 PIC 9 USING REJECT-PICK.
           02 LINE 22 COLUMN 5 VALUE "ABANDON REASON:  ".
           02 LINE 22 COLUMN 23 PIC X(40) USING REJECT-NOTE.
           02 LINE 23 COLUMN 5
               VALUE "F=FORWARD B=BACK C=CORRECT A=ABANDON".
           02 LINE 23 COLUMN 42 VALUE "X=EXIT (OR ESC)".
       01 REJFIX-PERSON-SCREEN.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 5 VALUE "CORRECT REJECTED RECORD".
           02 LINE 3 COLUMN 5 VALUE "REJECTED: ".
           02 LINE 3 COLUMN 15 PIC X(35) FROM REJFIX-REASON.
           02 LINE 5 COLUMN 5 VALUE "ACTION (A/U/D): ".
           02 LINE 5 COLUMN 22 PIC X USING RFX-ACTION.
           02 LINE 6 COLUMN 5 VALUE "ID (0 = AUTO):  ".
           02 LINE 6 COLUMN 22 PIC X(6) USING RFX-ID.
           02 LINE 7 COLUMN 5 VALUE "NAME:           ".
           02 LINE 7 COLUMN 22 PIC X(30) USING RFX-NAME.
           02 LINE 9 COLUMN 5
               VALUE "ENTER = RESUBMIT  ESC = CANCEL".
       01 REJFIX-ADDR-SCREEN.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 5 VALUE "CORRECT REJECTED ADDRESS".
           02 LINE 3 COLUMN 5 VALUE "REJECTED: ".
           02 LINE 3 COLUMN 15 PIC X(35) FROM REJFIX-REASON.
           02 LINE 5 COLUMN 5 VALUE "ACTION (B/C/E): ".
           02 LINE 5 COLUMN 22 PIC X USING RFX-ACTION.
           02 LINE 6 COLUMN 5 VALUE "ID:             ".
           02 LINE 6 COLUMN 22 PIC X(6) USING RFX-ADR-ID.
           02 LINE 7 COLUMN 5 VALUE "STREET:         ".
           02 LINE 7 COLUMN 22 PIC X(30) USING RFX-STREET.
           02 LINE 8 COLUMN 5 VALUE "CITY:           ".
           02 LINE 8 COLUMN 22 PIC X(20) USING RFX-CITY.
           02 LINE 9 COLUMN 5 VALUE "PHONE:          ".
           02 LINE 9 COLUMN 22 PIC X(15) USING RFX-PHONE.
           02 LINE 11 COLUMN 5
               VALUE "ENTER = RESUBMIT  ESC = CANCEL".
       01 REJFIX-DEPT-SCREEN.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 5 VALUE "CORRECT REJECTED ASSIGNMENT".
           02 LINE 3 COLUMN 5 VALUE "REJECTED: ".
           02 LINE 3 COLUMN 15 PIC X(35) FROM REJFIX-REASON.
           02 LINE 5 COLUMN 5 VALUE "ACTION (G/H):   ".
           02 LINE 5 COLUMN 22 PIC X USING RFX-ACTION.
           02 LINE 6 COLUMN 5 VALUE "ID:             ".
           02 LINE 6 COLUMN 22 PIC X(6) USING RFX-DAS-ID.
           02 LINE 7 COLUMN 5 VALUE "DEPARTMENT:     ".
           02 LINE 7 COLUMN 22 PIC X(4) USING RFX-DAS-DEPT.
           02 LINE 9 COLUMN 5
               VALUE "ENTER = RESUBMIT  ESC = CANCEL".
       01 PAY-INQ-SCREEN.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 5 VALUE "PAY-DATA INQUIRY".
           02 LINE 4 COLUMN 5 VALUE "ID:              ".
           02 LINE 4 COLUMN 22 PIC 9(6) USING PAY-ID.
           02 LINE 5 COLUMN 5 VALUE "OR BUREAU EMPNO: ".
           02 LINE 5 COLUMN 22 PIC X(8) USING PAY-EMPNO.
           02 LINE 7 COLUMN 5
               VALUE "ENTER = SEARCH    ESC = CANCEL".
       01 PAYXREF-SCREEN.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 5 VALUE "PAY CROSS-REFERENCE MAINTENANCE".
           02 LINE 4 COLUMN 5 VALUE "ACTION (R/C/D):  ".
           02 LINE 4 COLUMN 22 PIC X USING PAY-ACTION.
           02 LINE 5 COLUMN 5 VALUE "BUREAU EMPNO:    ".
           02 LINE 5 COLUMN 22 PIC X(8) USING PAY-EMPNO.
           02 LINE 6 COLUMN 5 VALUE "NEW ID (R):      ".
           02 LINE 6 COLUMN 22 PIC 9(6) USING PAY-NEW-ID.
           02 LINE 7 COLUMN 5 VALUE "NEW EMPNO (C):   ".
           02 LINE 7 COLUMN 22 PIC X(8) USING PAY-NEW-EMPNO.
           02 LINE 9 COLUMN 5
               VALUE "R=RE-POINT C=CORRECT EMPNO D=DELETE".
           02 LINE 10 COLUMN 5
               VALUE "ENTER = COMMIT    ESC = CANCEL".
       01 SITE-RANGE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 5 VALUE "SITE ID RANGE GRANT".
           02 LINE 4 COLUMN 5 VALUE "SITE CODE:       ".
           02 LINE 4 COLUMN 22 PIC X(4) USING RNG-SITE.
           02 LINE 5 COLUMN 5 VALUE "NEW LOW ID:      ".
           02 LINE 5 COLUMN 22 PIC 9(6) USING RNG-LOW.
           02 LINE 6 COLUMN 5 VALUE "NEW HIGH ID:     ".
           02 LINE 6 COLUMN 22 PIC 9(6) USING RNG-HIGH.
           02 LINE 8 COLUMN 5
               VALUE "THE NEW RANGE REPLACES THE SITE'S CURRENT ONE".
           02 LINE 9 COLUMN 5
               VALUE "ENTER = COMMIT    ESC = CANCEL".
       01 MASS-AUTH-SCREEN.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 5 VALUE "MASS CHANGE SIGN-OFF".
           02 LINE 4 COLUMN 5 VALUE "TABLE:           ".
           02 LINE 4 COLUMN 22 PIC X(10) USING MAU-TABLE.
           02 LINE 5 COLUMN 5 VALUE "FIELD:           ".
           02 LINE 5 COLUMN 22 PIC X(10) USING MAU-FIELD.
           02 LINE 6 COLUMN 5 VALUE "MATCH (M/P):     ".
           02 LINE 6 COLUMN 22 PIC X USING MAU-TYPE.
           02 LINE 7 COLUMN 5 VALUE "MATCH VALUE:     ".
           02 LINE 7 COLUMN 22 PIC X(30) USING MAU-MATCH.
           02 LINE 8 COLUMN 5 VALUE "REPLACEMENT:     ".
           02 LINE 8 COLUMN 22 PIC X(30) USING MAU-REPLACE.
           02 LINE 9 COLUMN 5 VALUE "PREVIEW ROWS:    ".
           02 LINE 9 COLUMN 22 PIC 9(6) USING MAU-ROWS.
           02 LINE 10 COLUMN 5 VALUE "PREVIEW ID TOTAL:".
           02 LINE 10 COLUMN 22 PIC 9(12) USING MAU-IDTOTAL.
           02 LINE 12 COLUMN 5
               VALUE "COPY THESE FROM THE PREVIEW REPORT".
           02 LINE 13 COLUMN 5
               VALUE "ENTER = ISSUE KEY    ESC = CANCEL".
       PROCEDURE DIVISION.
           SET SQLITE TO NULL.

                               OPERATOR-ADMIN-EXIT
                       END-IF
                   WHEN 15 PERFORM BROWSE-RECORDS
                   WHEN 16 PERFORM CHECK-SUPERVISOR
                       IF SIGNON-OK IS EQUAL TO "Y" THEN
                           PERFORM ALERT-QUEUE
                       END-IF
                   WHEN 17 PERFORM REJECT-QUEUE
                   WHEN 18 PERFORM CHECK-SUPERVISOR
                       IF SIGNON-OK IS EQUAL TO "Y" THEN
                           PERFORM DEPARTMENT-MAINT
                       END-IF
                   WHEN 19 PERFORM PAY-INQUIRY
                   WHEN 20 PERFORM CHECK-SUPERVISOR
                       IF SIGNON-OK IS EQUAL TO "Y" THEN
                           PERFORM PAYXREF-MAINT
                       END-IF
                   WHEN 21 PERFORM CHECK-SUPERVISOR
                       IF SIGNON-OK IS EQUAL TO "Y" THEN
                           PERFORM SITE-RANGE-MAINT
                       END-IF
                   WHEN 22 PERFORM CHECK-SUPERVISOR
                       IF SIGNON-OK IS EQUAL TO "Y" THEN
                           PERFORM MASS-CHANGE-AUTH
                       END-IF
                   WHEN OTHER DISPLAY "ERROR: NO OPTION " COMMAND "!"
               END-EVALUATE

               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "RECORD-HISTORY" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR"
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL.

       SCAN-AUDIT-LINE.
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "ADD-RECORD" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR"
               EXIT PARAGRAPH

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY, TRY AGAIN"
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
                   DISPLAY "SEQUENCE ERROR"
                   PERFORM ROLLBACK-TXN
                   CALL STATIC "sqlite3_close" USING
                       BY VALUE SQLITE
                   END-CALL
                   EXIT PARAGRAPH
               END-IF
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "ADD-RECORD" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DUPLICATE CHECK ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           IF DUP-COUNT IS GREATER THAN ZERO THEN
               DISPLAY "REJECTED: ID " ID-FIELD " ALREADY EXISTS"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "ADD-RECORD" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "INSERTING ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           PERFORM COMMIT-TXN

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           MOVE "ADD" TO AUDIT-ACTION
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "UPDATE-RECORD" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR"
               EXIT PARAGRAPH

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY, TRY AGAIN"
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "UPDATE-RECORD" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "EXISTENCE CHECK ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           IF DUP-COUNT IS EQUAL TO ZERO THEN
               DISPLAY "REJECTED: ID " ID-FIELD " NOT FOUND"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "UPDATE-RECORD" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "UPDATING ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           PERFORM COMMIT-TXN

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           MOVE "UPDATE" TO AUDIT-ACTION
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "DELETE-RECORD" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR"
               EXIT PARAGRAPH

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY, TRY AGAIN"
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           IF STEP-CODE IS NOT EQUAL TO SQLITE-ROW THEN
               DISPLAY "REJECTED: ID " ID-FIELD " NOT FOUND"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "DELETE-RECORD" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DELETING ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "DELETE-RECORD" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "ADDRESS CLEANUP ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           MOVE ID-FIELD TO DEPT-CLEAR-ID
           MOVE "DELETE-RECORD" TO SQLERR-WHERE
           PERFORM DROP-DEPT-ASSIGNMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DEPARTMENT CLEANUP ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           PERFORM COMMIT-TXN

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           MOVE "DELETE" TO AUDIT-ACTION
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "MERGE-RECORDS" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR"
               EXIT PARAGRAPH

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY, TRY AGAIN"
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           IF STEP-CODE IS NOT EQUAL TO SQLITE-ROW THEN
               DISPLAY "REJECTED: SURVIVOR " SURVIVOR-ID " NOT FOUND"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           IF STEP-CODE IS NOT EQUAL TO SQLITE-ROW THEN
               DISPLAY "REJECTED: DUPLICATE " DUPL-ID " NOT FOUND"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "MERGE-RECORDS" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "ADDRESS MOVE ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "MERGE-RECORDS" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "ADDRESS CLEANUP ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

      *    THE SURVIVOR KEEPS ITS OWN DEPARTMENT - THE DUPLICATE'S
      *    ASSIGNMENT GOES WITH IT
           MOVE DUPL-ID TO DEPT-CLEAR-ID
           MOVE "MERGE-RECORDS" TO SQLERR-WHERE
           PERFORM DROP-DEPT-ASSIGNMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DEPARTMENT CLEANUP ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "MERGE-RECORDS" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "MERGE DELETE ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           PERFORM COMMIT-TXN

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

      *    ONE MERGE LINE PER SIDE SO RECORD-HISTORY FINDS IT UNDER
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "APPLY-PENDING-UPDATE" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR - KEPT"
               MOVE "N" TO APPLY-OK
           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY - KEPT"
               MOVE "N" TO APPLY-OK
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               DISPLAY "ID " PND-ID " NOT FOUND - KEPT"
               MOVE "N" TO APPLY-OK
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "APPLY-PENDING-UPDATE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "UPDATING ERROR - KEPT"
               MOVE "N" TO APPLY-OK
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           PERFORM COMMIT-TXN

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           MOVE "UPDATE" TO AUDIT-ACTION
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "APPLY-PENDING-DELETE" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR - KEPT"
               MOVE "N" TO APPLY-OK
           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY - KEPT"
               MOVE "N" TO APPLY-OK
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               DISPLAY "ID " PND-ID " NOT FOUND - KEPT"
               MOVE "N" TO APPLY-OK
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "APPLY-PENDING-DELETE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DELETING ERROR - KEPT"
               MOVE "N" TO APPLY-OK
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "APPLY-PENDING-DELETE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "ADDRESS CLEANUP ERROR - KEPT"
               MOVE "N" TO APPLY-OK
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           MOVE ID-FIELD TO DEPT-CLEAR-ID
           MOVE "APPLY-PENDING-DELETE" TO SQLERR-WHERE
           PERFORM DROP-DEPT-ASSIGNMENT

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DEPARTMENT CLEANUP ERROR - KEPT"
               MOVE "N" TO APPLY-OK
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           PERFORM COMMIT-TXN

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           MOVE "DELETE" TO AUDIT-ACTION
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "BROWSE-RECORDS" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR"
               EXIT PARAGRAPH
               UNTIL BROWSE-DONE IS EQUAL TO "Y"

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL.

       BROWSE-INTERACT.
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "FETCH-BROWSE-PAGE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "QUERY ERROR" TO BROWSE-MSG
               EXIT PARAGRAPH
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "LOOKUP-NAME-BY-ID" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF
           END-CALL.

       BEGIN-TXN.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "BEGIN IMMEDIATE;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "BEGIN-TXN" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF.

       COMMIT-TXN.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "COMMIT;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "COMMIT-TXN" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF.

       ROLLBACK-TXN.
           MOVE LOW-VALUES TO SQL-QUERY
           STRING "ROLLBACK;" DELIMITED BY SIZE INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "ROLLBACK-TXN" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF.

      *    NEXT-ID SEQUENCE - A SEQCTL CONTROL ROW READ AND BUMPED
      *    INSIDE THE CALLER'S TRANSACTION, SO ASSIGNMENT IS

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "CREATE TABLE IF NOT EXISTS SITECTL("
               DELIMITED BY SIZE
               "SITE TEXT PRIMARY KEY,LOW_ID INTEGER,"
               DELIMITED BY SIZE
               "HIGH_ID INTEGER);"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING
           PERFORM RUN-SEQ-STATEMENT

      *    SITE PARTITIONING - WHEN A SITECTL ROW ASSIGNS THIS SITE
      *    AN ID RANGE, THE CATCH-UP ONLY LOOKS AT IDS UP TO ITS HIGH
      *    END (PEOPLE MERGED IN FROM A SITE HIGHER UP MUST NOT DRAG
      *    THE SEQUENCE OUT OF RANGE), THE SEQUENCE IS FLOORED AT ITS
      *    LOW END AND REFUSED PAST ITS HIGH END
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "WITH M(X) AS (SELECT IFNULL(MAX(ID),0) FROM "
               DELIMITED BY SIZE
               "PEOPLE WHERE ID<=IFNULL((SELECT HIGH_ID FROM "
               DELIMITED BY SIZE
               "SITECTL WHERE SITE='" DELIMITED BY SIZE
               SITE-CODE DELIMITED BY SIZE
               "'),ID)) UPDATE SEQCTL SET NEXT_ID=(SELECT X+1 "
               DELIMITED BY SIZE
               "FROM M) WHERE NAME='PEOPLE' AND NEXT_ID<=(SELECT "
               DELIMITED BY SIZE
               "X FROM M);" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "GET-NEXT-ID" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO SEQ-FAILED
               EXIT PARAGRAPH
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "RUN-SEQ-STATEMENT" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO SEQ-FAILED
           END-IF.
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "CHECK-SITE-RANGE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO SEQ-FAILED
               EXIT PARAGRAPH
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "LIST-DATA" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR"
               EXIT PARAGRAPH
           PERFORM RUN-LISTING-QUERY

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL.

       FIND-BY-NAME.
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "FIND-BY-NAME" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR"
               EXIT PARAGRAPH
           MOVE "N" TO SHOW-ADDRESSES

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL.

       RUN-LISTING-QUERY.
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "RUN-LISTING-QUERY" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "QUERY ERROR"
               EXIT PARAGRAPH
           MOVE NAME-FIELD TO AUD-NAME
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR

           IF AUDIT-KEY IS NOT EQUAL TO SPACES THEN
               MOVE AUDIT-KEY TO AUD-ID
               MOVE SPACES TO AUDIT-KEY
           END-IF

           PERFORM LOCK-CHAIN

           IF CHAIN-LOCK-DEPTH IS EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-AUDIT-CHAIN
           PERFORM LINK-AUDIT-RECORD

           OPEN EXTEND AUDIT-FILE

           IF AUDIT-FILE-STATUS IS EQUAL TO "35" THEN

           IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON AUDIT-FILE"
               PERFORM UNLOCK-CHAIN
               EXIT PARAGRAPH
           END-IF

           WRITE AUDIT-RECORD

           IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "WRITE ERROR ON AUDIT-FILE"
               CLOSE AUDIT-FILE
               PERFORM UNLOCK-CHAIN
               EXIT PARAGRAPH
           END-IF

           CLOSE AUDIT-FILE

           PERFORM WRITE-CHAIN-LINK
           PERFORM UNLOCK-CHAIN.

      *    ONE SECURITY LOG LINE PER EVENT - THE CALLER SETS
      *    SEC-EVENT-WS AND SEC-OPERATOR-WS FIRST
           MOVE JOURNAL-AFTER TO JRN-AFTER
           MOVE OPERATOR-ID-WS TO JRN-OPERATOR

           IF JOURNAL-KEY IS NOT EQUAL TO SPACES THEN
               MOVE JOURNAL-KEY TO JRN-ID
               MOVE SPACES TO JOURNAL-KEY
           END-IF

           PERFORM LOCK-CHAIN

           IF CHAIN-LOCK-DEPTH IS EQUAL TO ZERO THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-JOURNAL-CHAIN
           PERFORM LINK-JOURNAL-RECORD

           OPEN EXTEND JOURNAL-FILE

           IF JOURNAL-FILE-STATUS IS EQUAL TO "35" THEN

           IF JOURNAL-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON JOURNAL-FILE"
               PERFORM UNLOCK-CHAIN
               EXIT PARAGRAPH
           END-IF

           WRITE JOURNAL-RECORD

           IF JOURNAL-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "WRITE ERROR ON JOURNAL-FILE"
               CLOSE JOURNAL-FILE
               PERFORM UNLOCK-CHAIN
               EXIT PARAGRAPH
           END-IF

           CLOSE JOURNAL-FILE

           PERFORM WRITE-CHAIN-LINK
           PERFORM UNLOCK-CHAIN.

      *    LAST LINK OF A LOG CHAIN - THE CALLER SETS CHAIN-FILE-NAME.
      *    A MISSING CONTROL FILE IS LEFT AT STATUS 35 SO THE CALLER
      *    CAN TAKE THE LAST LINK FROM THE LOG ITSELF INSTEAD
       READ-CHAIN-LINK.
           MOVE ZERO TO CHAIN-SEQ
           MOVE ZERO TO CHAIN-PREV-HASH

           OPEN INPUT CHAIN-FILE

           IF CHAIN-FILE-STATUS IS NOT EQUAL TO "00" THEN
               EXIT PARAGRAPH
           END-IF

           READ CHAIN-FILE
               AT END
                   MOVE ZERO TO CHN-SEQ
                   MOVE ZERO TO CHN-HASH
           END-READ

           IF CHN-SEQ IS NUMERIC AND CHN-HASH IS NUMERIC THEN
               MOVE CHN-SEQ TO CHAIN-SEQ
               MOVE CHN-HASH TO CHAIN-PREV-HASH
           END-IF

           CLOSE CHAIN-FILE.

      *    ADVANCE THE CHAIN ONE LINE - THE HASH FOLDS THE PREVIOUS
      *    LINE'S HASH, THE NEW SEQUENCE NUMBER AND THE LINE TEXT IN
      *    CHAIN-IN-DATA THE WAY OPERATOR PASSWORDS ARE FOLDED, SO
      *    CHANGING, DROPPING OR REORDERING ANY LINE BREAKS THE CHAIN
      *    FROM THAT LINE ON
       FOLD-CHAIN-LINK.
           ADD 1 TO CHAIN-SEQ
           MOVE CHAIN-PREV-HASH TO CHAIN-IN-PREV
           MOVE CHAIN-SEQ TO CHAIN-IN-SEQ
           MOVE ZERO TO CHAIN-WORK

           PERFORM VARYING CHAIN-CHR-IDX FROM 1 BY 1
               UNTIL CHAIN-CHR-IDX IS GREATER THAN 120
               COMPUTE CHAIN-ORD =
                   FUNCTION ORD(CHAIN-IN-CHAR(CHAIN-CHR-IDX))
               COMPUTE CHAIN-WORK = CHAIN-WORK * 31 + CHAIN-ORD
               DIVIDE CHAIN-WORK BY CHAIN-MODULUS
                   GIVING CHAIN-DIV REMAINDER CHAIN-REM
               MOVE CHAIN-REM TO CHAIN-WORK
           END-PERFORM

           MOVE CHAIN-WORK TO CHAIN-HASH.

      *    ONLY CALLED ONCE THE LINE IS ON THE LOG
       WRITE-CHAIN-LINK.
           OPEN OUTPUT CHAIN-FILE

           IF CHAIN-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON CHAIN-FILE"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CHAIN-RECORD
           MOVE CHAIN-SEQ TO CHN-SEQ
           MOVE CHAIN-HASH TO CHN-HASH
           WRITE CHAIN-RECORD
           CLOSE CHAIN-FILE.

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

      *    PICK UP THE AUDIT CHAIN WHERE THE LAST LINE LEFT IT - FROM
      *    THE CONTROL FILE, OR THE FIRST TIME FROM THE LAST CHAINED
      *    LINE ALREADY ON THE LOG. THE RECORD BEING BUILT IS KEPT
      *    ASIDE WHILE THE LOG IS READ.
       LOAD-AUDIT-CHAIN.
           MOVE "./data/audit.chn" TO CHAIN-FILE-NAME
           PERFORM READ-CHAIN-LINK

           IF CHAIN-FILE-STATUS IS NOT EQUAL TO "35" THEN
               EXIT PARAGRAPH
           END-IF

           MOVE AUDIT-RECORD TO CHAIN-HOLD
           OPEN INPUT AUDIT-FILE

           IF AUDIT-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM FIND-AUDIT-CHAIN-END
                   THRU FIND-AUDIT-CHAIN-END-EXIT
                   UNTIL AUDIT-FILE-STATUS IS EQUAL TO "10"
               CLOSE AUDIT-FILE
           END-IF

           MOVE CHAIN-HOLD TO AUDIT-RECORD.

       FIND-AUDIT-CHAIN-END.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO AUDIT-FILE-STATUS
                   GO TO FIND-AUDIT-CHAIN-END-EXIT
           END-READ

           IF AUD-SEQ IS NUMERIC AND AUD-HASH IS NUMERIC THEN
               MOVE AUD-SEQ TO CHAIN-SEQ
               MOVE AUD-HASH TO CHAIN-PREV-HASH
           END-IF.

       FIND-AUDIT-CHAIN-END-EXIT.
           EXIT.

       LINK-AUDIT-RECORD.
           MOVE SPACES TO CHAIN-IN-DATA
           MOVE AUDIT-RECORD(1:71) TO CHAIN-IN-DATA
           PERFORM FOLD-CHAIN-LINK
           MOVE CHAIN-SEQ TO AUD-SEQ
           MOVE CHAIN-HASH TO AUD-HASH.

      *    THE SAME FOR THE JOURNAL CHAIN
       LOAD-JOURNAL-CHAIN.
           MOVE "./data/journal.chn" TO CHAIN-FILE-NAME
           PERFORM READ-CHAIN-LINK

           IF CHAIN-FILE-STATUS IS NOT EQUAL TO "35" THEN
               EXIT PARAGRAPH
           END-IF

           MOVE JOURNAL-RECORD TO CHAIN-HOLD
           OPEN INPUT JOURNAL-FILE

           IF JOURNAL-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM FIND-JOURNAL-CHAIN-END
                   THRU FIND-JOURNAL-CHAIN-END-EXIT
                   UNTIL JOURNAL-FILE-STATUS IS EQUAL TO "10"
               CLOSE JOURNAL-FILE
           END-IF

           MOVE CHAIN-HOLD TO JOURNAL-RECORD.

       FIND-JOURNAL-CHAIN-END.
           READ JOURNAL-FILE
               AT END
                   MOVE "10" TO JOURNAL-FILE-STATUS
                   GO TO FIND-JOURNAL-CHAIN-END-EXIT
           END-READ

           IF JRN-SEQ IS NUMERIC AND JRN-HASH IS NUMERIC THEN
               MOVE JRN-SEQ TO CHAIN-SEQ
               MOVE JRN-HASH TO CHAIN-PREV-HASH
           END-IF.

       FIND-JOURNAL-CHAIN-END-EXIT.
           EXIT.

       LINK-JOURNAL-RECORD.
           MOVE JOURNAL-RECORD(1:102) TO CHAIN-IN-DATA
           PERFORM FOLD-CHAIN-LINK
           MOVE CHAIN-SEQ TO JRN-SEQ
           MOVE CHAIN-HASH TO JRN-HASH.

      *    ONE LINE ON THE SHARED SQL ERROR LOG FOR A FAILED SQLITE
      *    CALL - THE CALLER SETS SQLERR-WHERE AND SQLERR-STATEMENT
      *    AND THE RESULT CODE IS STILL IN ERROR-CODE. WHEN THE
      *    CONNECTION'S OWN LAST ERROR IS SOMETHING ELSE (OR THERE IS
      *    NO CONNECTION) THE GENERIC TEXT FOR THE CODE IS LOGGED.
      *    READ BY COBOL-SQLITE-SQLERRPT.
       LOG-SQL-ERROR.
           ACCEPT SQLERR-DATE-WS FROM DATE YYYYMMDD
           ACCEPT SQLERR-TIME-WS FROM TIME

           MOVE SPACES TO SQLERR-RECORD
           MOVE SQLERR-DATE-WS TO SQE-DATE
           MOVE SQLERR-TIME-WS TO SQE-TIME
           MOVE "COBOL-SQLITE" TO SQE-PROGRAM
           MOVE OPERATOR-ID-WS TO SQE-CONTEXT
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

       ESCAPE-NAME.
           MOVE SPACES TO ESCAPED-NAME
           MOVE 1 TO ESC-IDX

           PERFORM VARYING NAME-IDX FROM 1 BY 1 UNTIL NAME-IDX > 30
               MOVE NAME-CHAR(NAME-IDX) TO ESCAPED-CHAR(ESC-IDX)
               ADD 1 TO ESC-IDX

               IF NAME-CHAR(NAME-IDX) IS EQUAL TO "'" THEN
                   MOVE "'" TO ESCAPED-CHAR(ESC-IDX)
                   ADD 1 TO ESC-IDX
               END-IF
           END-PERFORM

      *    TRIM TRAILING PAD SPACES SO A SEARCH PATTERN BUILT FROM
      *    ESCAPED-NAME DOESN'T CARRY THE WHOLE FIXED-WIDTH BUFFER -
      *    A LIKE '%...%' PATTERN THAT INCLUDES THE PADDING ONLY
      *    MATCHES A NAME PADDED TO EXACTLY THE SAME WIDTH.
           MOVE ZERO TO ESC-LEN
           PERFORM VARYING ESC-IDX FROM 1 BY 1 UNTIL ESC-IDX > 61
               IF ESCAPED-CHAR(ESC-IDX) IS NOT EQUAL TO SPACE THEN
                   MOVE ESC-IDX TO ESC-LEN
               END-IF
           END-PERFORM
           IF ESC-LEN IS EQUAL TO ZERO THEN
               MOVE 1 TO ESC-LEN
           END-IF.


       ADD-ADDRESS.
           MOVE ZEROS TO ADR-ID
           MOVE SPACES TO ADR-STREET
           MOVE SPACES TO ADR-CITY
           MOVE SPACES TO ADR-PHONE

           DISPLAY ADDRESS-SCREEN
           ACCEPT ADDRESS-SCREEN
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "ADD-ADDRESS" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR"
               EXIT PARAGRAPH

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY, TRY AGAIN"
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           IF DUP-COUNT IS LESS THAN ZERO THEN
               DISPLAY "EXISTENCE CHECK ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           IF DUP-COUNT IS EQUAL TO ZERO THEN
               DISPLAY "REJECTED: ID " ADR-ID " NOT FOUND"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               DISPLAY "REJECTED: ADDRESS ALREADY ON FILE - USE "
                   "UPDATE ADDRESS"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "ADD-ADDRESS" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "INSERTING ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           PERFORM COMMIT-TXN

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           MOVE ADR-ID TO ID-FIELD
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "UPDATE-ADDRESS" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR"
               EXIT PARAGRAPH

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY, TRY AGAIN"
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           IF DUP-COUNT IS LESS THAN ZERO THEN
               DISPLAY "EXISTENCE CHECK ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           IF DUP-COUNT IS EQUAL TO ZERO THEN
               DISPLAY "REJECTED: NO ADDRESS ON FILE FOR ID " ADR-ID
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "UPDATE-ADDRESS" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "UPDATING ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           PERFORM COMMIT-TXN

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           MOVE ADR-ID TO ID-FIELD
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "DELETE-ADDRESS" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR"
               EXIT PARAGRAPH

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY, TRY AGAIN"
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           IF DUP-COUNT IS LESS THAN ZERO THEN
               DISPLAY "EXISTENCE CHECK ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           IF DUP-COUNT IS EQUAL TO ZERO THEN
               DISPLAY "REJECTED: NO ADDRESS ON FILE FOR ID " ADR-ID
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "DELETE-ADDRESS" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DELETING ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-NAME-BY-ID

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           MOVE "DELADR" TO AUDIT-ACTION
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "ENSURE-ADDRESS-TABLE" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF.

      *    GENERIC SELECT COUNT(*) RUNNER - THE CALLER BUILDS THE
      *    STATEMENT IN SQL-QUERY; THE RESULT LANDS IN DUP-COUNT,
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "RUN-COUNT-QUERY" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE -1 TO DUP-COUNT
               EXIT PARAGRAPH
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "DISPLAY-ROW-ADDRESS" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
      *        NO ADDRESSES TABLE YET - NOTHING TO SHOW
               DISPLAY "         (NO ADDRESS ON FILE)"
           CALL STATIC "sqlite3_finalize" USING BY VALUE ADDR-STMT
           END-CALL.

      *    OPERATIONS ALERT QUEUE - EVERY ALERT THE BATCH PROGRAMS
      *    HAVE POSTED THAT NOBODY HAS ACKNOWLEDGED YET. A SUPERVISOR
      *    CLEARS ONE BY KEYING ITS ROW NUMBER AND A COMMENT; THE
      *    ACKNOWLEDGEMENT (WHO, WHEN, WHY) IS APPENDED TO
      *    alertack.log AND NEVER REMOVED. COBOL-SQLITE-ALERTRPT
      *    PRINTS THE FULL HISTORY.
       ALERT-QUEUE.
           PERFORM LOAD-OPEN-ALERTS

      *    AN ALERT ALREADY CLEARED MUST NEVER BE OFFERED AGAIN - NO
      *    QUEUE RATHER THAN ONE THAT MAY BE WRONG
           IF MATCH-FAILED IS EQUAL TO "Y" THEN
               DISPLAY "ALERT QUEUE NOT AVAILABLE"
               EXIT PARAGRAPH
           END-IF

           IF ALQ-COUNT IS EQUAL TO ZERO THEN
               DISPLAY "NO OPEN ALERTS"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO ALERT-ACK-COUNT
           MOVE 1 TO ALQ-TOP
           MOVE "N" TO ALERT-DONE
           MOVE SPACES TO ALERT-MSG

           IF ALQ-OVERFLOW IS GREATER THAN ZERO THEN
               MOVE "MORE THAN 500 OPEN - OLDEST 500 SHOWN"
                   TO ALERT-MSG
           END-IF

           PERFORM ALERT-INTERACT THRU ALERT-INTERACT-EXIT
               UNTIL ALERT-DONE IS EQUAL TO "Y"

           DISPLAY ALERT-ACK-COUNT " ACKNOWLEDGED, "
               ALQ-COUNT " STILL OPEN".

       LOAD-OPEN-ALERTS.
           MOVE ZERO TO ALQ-COUNT
           MOVE ZERO TO ALQ-OVERFLOW

           PERFORM OPEN-MATCH-TABLE

           IF MATCH-FAILED IS EQUAL TO "Y" THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ALERTACK-FILE

           IF ALERTACK-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM LOAD-ONE-ACK THRU LOAD-ONE-ACK-EXIT
                   UNTIL ALERTACK-FILE-STATUS IS EQUAL TO "10"
                   OR MATCH-FAILED IS EQUAL TO "Y"
               CLOSE ALERTACK-FILE
           END-IF

           PERFORM END-MATCH-LOAD

           IF MATCH-FAILED IS EQUAL TO "N" THEN
               OPEN INPUT ALERT-FILE

               IF ALERT-FILE-STATUS IS EQUAL TO "00" THEN
                   PERFORM LOAD-ONE-ALERT THRU LOAD-ONE-ALERT-EXIT
                       UNTIL ALERT-FILE-STATUS IS EQUAL TO "10"
                       OR MATCH-FAILED IS EQUAL TO "Y"
                   CLOSE ALERT-FILE
               END-IF
           END-IF

           PERFORM CLOSE-MATCH-TABLE.

       LOAD-ONE-ACK.
           READ ALERTACK-FILE
               AT END
                   MOVE "10" TO ALERTACK-FILE-STATUS
                   GO TO LOAD-ONE-ACK-EXIT
           END-READ

           MOVE SPACES TO MATCH-KEY
           STRING ALK-ALR-DATE DELIMITED BY SIZE
               ALK-ALR-TIME DELIMITED BY SIZE
               ALK-ALR-PROGRAM DELIMITED BY SIZE
               ALK-ALR-KEY DELIMITED BY SIZE
               INTO MATCH-KEY
           END-STRING

           PERFORM REMEMBER-MATCH-KEY.

       LOAD-ONE-ACK-EXIT.
           EXIT.

       LOAD-ONE-ALERT.
           READ ALERT-FILE
               AT END
                   MOVE "10" TO ALERT-FILE-STATUS
                   GO TO LOAD-ONE-ALERT-EXIT
           END-READ

           MOVE SPACES TO MATCH-KEY
           STRING ALR-DATE DELIMITED BY SIZE
               ALR-TIME DELIMITED BY SIZE
               ALR-PROGRAM DELIMITED BY SIZE
               ALR-KEY DELIMITED BY SIZE
               INTO MATCH-KEY
           END-STRING

           PERFORM SEARCH-MATCH-KEY
           MOVE MATCH-FOUND-SW TO ACKED-FOUND

           IF ACKED-FOUND IS EQUAL TO "Y" OR
               MATCH-FAILED IS EQUAL TO "Y" THEN
               GO TO LOAD-ONE-ALERT-EXIT
           END-IF

           IF ALQ-COUNT IS EQUAL TO 500 THEN
               ADD 1 TO ALQ-OVERFLOW
               GO TO LOAD-ONE-ALERT-EXIT
           END-IF

           ADD 1 TO ALQ-COUNT
           MOVE ALR-DATE TO ALQ-DATE(ALQ-COUNT)
           MOVE ALR-TIME TO ALQ-TIME(ALQ-COUNT)
           MOVE ALR-SEVERITY TO ALQ-SEVERITY(ALQ-COUNT)
           MOVE ALR-PROGRAM TO ALQ-PROGRAM(ALQ-COUNT)
           MOVE ALR-KEY TO ALQ-KEY(ALQ-COUNT)
           MOVE ALR-TEXT TO ALQ-TEXT(ALQ-COUNT).

       LOAD-ONE-ALERT-EXIT.
           EXIT.

       ALERT-INTERACT.
           PERFORM BUILD-ALERT-LINES

           MOVE SPACE TO ALERT-CMD
           MOVE ZERO TO ALERT-PICK
           MOVE SPACES TO ALERT-COMMENT

           DISPLAY ALERT-SCREEN
           ACCEPT ALERT-SCREEN

           MOVE SPACES TO ALERT-MSG

           IF CRT-STATUS IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO ALERT-DONE
               GO TO ALERT-INTERACT-EXIT
           END-IF

           INSPECT ALERT-CMD CONVERTING "fbax" TO "FBAX"

           EVALUATE ALERT-CMD
               WHEN "F"
                   IF ALQ-TOP + 8 IS GREATER THAN ALQ-COUNT THEN
                       MOVE "LAST PAGE" TO ALERT-MSG
                   ELSE
                       ADD 8 TO ALQ-TOP
                   END-IF
               WHEN "B"
                   IF ALQ-TOP IS GREATER THAN 8 THEN
                       SUBTRACT 8 FROM ALQ-TOP
                   ELSE
                       MOVE "FIRST PAGE" TO ALERT-MSG
                   END-IF
               WHEN "A"
                   COMPUTE ALQ-IDX = ALQ-TOP + ALERT-PICK - 1

                   IF ALERT-PICK IS EQUAL TO ZERO OR
                       ALERT-PICK IS GREATER THAN 8 OR
                       ALQ-IDX IS GREATER THAN ALQ-COUNT THEN
                       MOVE "KEY A ROW NUMBER FIRST" TO ALERT-MSG
                   ELSE
                       IF ALERT-COMMENT IS EQUAL TO SPACES THEN
                           MOVE "A COMMENT IS REQUIRED" TO ALERT-MSG
                       ELSE
                           PERFORM ACKNOWLEDGE-ALERT
                       END-IF
                   END-IF
               WHEN "X"
                   MOVE "Y" TO ALERT-DONE
               WHEN OTHER
                   MOVE "COMMANDS: F B A X" TO ALERT-MSG
           END-EVALUATE.

       ALERT-INTERACT-EXIT.
           EXIT.

       BUILD-ALERT-LINES.
           PERFORM VARYING ALERT-ROW FROM 1 BY 1
               UNTIL ALERT-ROW IS GREATER THAN 8
               COMPUTE ALQ-IDX = ALQ-TOP + ALERT-ROW - 1
               MOVE SPACES TO ALQ-LINE(ALERT-ROW * 2 - 1)
               MOVE SPACES TO ALQ-LINE(ALERT-ROW * 2)

               IF ALQ-IDX IS NOT GREATER THAN ALQ-COUNT THEN
                   MOVE ALERT-ROW TO AWL-ROWNO
                   MOVE ALQ-SEVERITY(ALQ-IDX) TO AWL-SEVERITY
                   MOVE ALQ-DATE(ALQ-IDX) TO AWL-DATE
                   MOVE ALQ-TIME(ALQ-IDX)(1:2) TO AWL-HH
                   MOVE ALQ-TIME(ALQ-IDX)(3:2) TO AWL-MM
                   MOVE ALQ-PROGRAM(ALQ-IDX) TO AWL-PROGRAM
                   MOVE ALQ-KEY(ALQ-IDX) TO AWL-KEY
                   MOVE ALERT-WORK-LINE-1
                       TO ALQ-LINE(ALERT-ROW * 2 - 1)
                   MOVE ALQ-TEXT(ALQ-IDX) TO AWL-TEXT
                   MOVE ALERT-WORK-LINE-2 TO ALQ-LINE(ALERT-ROW * 2)
               END-IF
           END-PERFORM.

      *    THE ACKNOWLEDGEMENT REPEATS THE ALERT'S IDENTITY SO THE
      *    NEXT LOAD KNOWS IT IS CLEARED; THE ROW THEN DROPS OUT OF
      *    THE TABLE AND THE PAGE CLOSES UP
       ACKNOWLEDGE-ALERT.
           ACCEPT ALERT-DATE-WS FROM DATE YYYYMMDD
           ACCEPT ALERT-TIME-WS FROM TIME

           MOVE SPACES TO ALERTACK-RECORD
           MOVE ALQ-DATE(ALQ-IDX) TO ALK-ALR-DATE
           MOVE ALQ-TIME(ALQ-IDX) TO ALK-ALR-TIME
           MOVE ALQ-PROGRAM(ALQ-IDX) TO ALK-ALR-PROGRAM
           MOVE ALQ-KEY(ALQ-IDX) TO ALK-ALR-KEY
           MOVE ALERT-DATE-WS TO ALK-DATE
           MOVE ALERT-TIME-WS TO ALK-TIME
           MOVE OPERATOR-ID-WS TO ALK-OPERATOR
           MOVE ALERT-COMMENT TO ALK-COMMENT

           OPEN EXTEND ALERTACK-FILE

           IF ALERTACK-FILE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT ALERTACK-FILE
           END-IF

           IF ALERTACK-FILE-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "OPENING ERROR ON ALERTACK-FILE" TO ALERT-MSG
               EXIT PARAGRAPH
           END-IF

           WRITE ALERTACK-RECORD
           CLOSE ALERTACK-FILE

           ADD 1 TO ALERT-ACK-COUNT

           PERFORM VARYING ALQ-IDX FROM ALQ-IDX BY 1
               UNTIL ALQ-IDX IS NOT LESS THAN ALQ-COUNT
               MOVE ALQ-ENTRY(ALQ-IDX + 1) TO ALQ-ENTRY(ALQ-IDX)
           END-PERFORM

           SUBTRACT 1 FROM ALQ-COUNT
           MOVE "ACKNOWLEDGED" TO ALERT-MSG

           IF ALQ-COUNT IS EQUAL TO ZERO THEN
               MOVE "Y" TO ALERT-DONE
               EXIT PARAGRAPH
           END-IF

           IF ALQ-TOP IS GREATER THAN ALQ-COUNT THEN
               SUBTRACT 8 FROM ALQ-TOP
           END-IF.

      *    REJECT CORRECTION - EVERY RECORD COBOL-SQLITE-EDIT OR
      *    COBOL-SQLITE-TRANS TURNED AWAY THAT NOBODY HAS DEALT WITH
      *    YET, WITH THE REASON IT WAS REJECTED. THE CLERK EITHER
      *    FIXES THE FIELDS IN PLACE AND RESUBMITS THE ITEM - IT GOES
      *    ON THE END OF people_trans.dat FOR THE NEXT APPLY RUN - OR
      *    ABANDONS IT WITH A REASON. EITHER WAY THE OUTCOME IS
      *    APPENDED TO rejact.log AND THE ITEM LEAVES THE QUEUE;
      *    COBOL-SQLITE-REJRPT REPORTS STATUS AND AGE.
       REJECT-QUEUE.
           PERFORM LOAD-OPEN-REJECTS

      *    AN ITEM ALREADY RESUBMITTED MUST NEVER BE OFFERED AGAIN OR
      *    IT COULD GO ONTO people_trans.dat TWICE - NO QUEUE RATHER
      *    THAN ONE THAT MAY BE WRONG
           IF MATCH-FAILED IS EQUAL TO "Y" THEN
               DISPLAY "REJECT QUEUE NOT AVAILABLE"
               EXIT PARAGRAPH
           END-IF

           IF RJO-COUNT IS EQUAL TO ZERO THEN
               DISPLAY "NO OPEN REJECTS"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO REJECT-RESUB-COUNT
           MOVE ZERO TO REJECT-ABAND-COUNT
           MOVE 1 TO RJO-TOP
           MOVE "N" TO REJECT-DONE
           MOVE SPACES TO REJECT-MSG

           IF RJO-OVERFLOW IS GREATER THAN ZERO THEN
               MOVE "MORE THAN 500 OPEN - OLDEST 500 SHOWN"
                   TO REJECT-MSG
           END-IF

           PERFORM REJECT-INTERACT THRU REJECT-INTERACT-EXIT
               UNTIL REJECT-DONE IS EQUAL TO "Y"

           DISPLAY REJECT-RESUB-COUNT " RESUBMITTED, "
               REJECT-ABAND-COUNT " ABANDONED, "
               RJO-COUNT " STILL OPEN".

       LOAD-OPEN-REJECTS.
           MOVE ZERO TO RJO-COUNT
           MOVE ZERO TO RJO-OVERFLOW

           PERFORM OPEN-MATCH-TABLE

           IF MATCH-FAILED IS EQUAL TO "Y" THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT REJACT-FILE

           IF REJACT-FILE-STATUS IS EQUAL TO "00" THEN
               PERFORM LOAD-ONE-REJACT THRU LOAD-ONE-REJACT-EXIT
                   UNTIL REJACT-FILE-STATUS IS EQUAL TO "10"
                   OR MATCH-FAILED IS EQUAL TO "Y"
               CLOSE REJACT-FILE
           END-IF

           PERFORM END-MATCH-LOAD

           IF MATCH-FAILED IS EQUAL TO "N" THEN
               OPEN INPUT REJQUEUE-FILE

               IF REJQUEUE-FILE-STATUS IS EQUAL TO "00" THEN
                   PERFORM LOAD-ONE-REJECT THRU LOAD-ONE-REJECT-EXIT
                       UNTIL REJQUEUE-FILE-STATUS IS EQUAL TO "10"
                       OR MATCH-FAILED IS EQUAL TO "Y"
                   CLOSE REJQUEUE-FILE
               END-IF
           END-IF

           PERFORM CLOSE-MATCH-TABLE.

       LOAD-ONE-REJACT.
           READ REJACT-FILE
               AT END
                   MOVE "10" TO REJACT-FILE-STATUS
                   GO TO LOAD-ONE-REJACT-EXIT
           END-READ

           MOVE SPACES TO MATCH-KEY
           STRING RJA-RJQ-DATE DELIMITED BY SIZE
               RJA-RJQ-TIME DELIMITED BY SIZE
               RJA-RJQ-PROGRAM DELIMITED BY SIZE
               RJA-RJQ-SEQ DELIMITED BY SIZE
               INTO MATCH-KEY
           END-STRING

           PERFORM REMEMBER-MATCH-KEY.

       LOAD-ONE-REJACT-EXIT.
           EXIT.

       LOAD-ONE-REJECT.
           READ REJQUEUE-FILE
               AT END
                   MOVE "10" TO REJQUEUE-FILE-STATUS
                   GO TO LOAD-ONE-REJECT-EXIT
           END-READ

           MOVE SPACES TO MATCH-KEY
           STRING RJQ-DATE DELIMITED BY SIZE
               RJQ-TIME DELIMITED BY SIZE
               RJQ-PROGRAM DELIMITED BY SIZE
               RJQ-SEQ DELIMITED BY SIZE
               INTO MATCH-KEY
           END-STRING

           PERFORM SEARCH-MATCH-KEY
           MOVE MATCH-FOUND-SW TO RJDONE-FOUND

           IF RJDONE-FOUND IS EQUAL TO "Y" OR
               MATCH-FAILED IS EQUAL TO "Y" THEN
               GO TO LOAD-ONE-REJECT-EXIT
           END-IF

           IF RJO-COUNT IS EQUAL TO 500 THEN
               ADD 1 TO RJO-OVERFLOW
               GO TO LOAD-ONE-REJECT-EXIT
           END-IF

           ADD 1 TO RJO-COUNT
           MOVE RJQ-DATE TO RJO-DATE(RJO-COUNT)
           MOVE RJQ-TIME TO RJO-TIME(RJO-COUNT)
           MOVE RJQ-PROGRAM TO RJO-PROGRAM(RJO-COUNT)
           MOVE RJQ-SEQ TO RJO-SEQ(RJO-COUNT)
           MOVE RJQ-REASON-CODE TO RJO-CODE(RJO-COUNT)
           MOVE RJQ-REASON-TEXT TO RJO-TEXT(RJO-COUNT)
           MOVE RJQ-TRANS TO RJO-TRANS(RJO-COUNT).

       LOAD-ONE-REJECT-EXIT.
           EXIT.

      *    WORK TABLE FOR THE QUEUE LOADERS - ONE ROW PER ALERT OR
      *    REJECT ITEM ALREADY DEALT WITH, KEYED ON ITS IDENTITY. THE
      *    ROWS GO IN AS ONE TRANSACTION; ANY FAILURE SETS
      *    MATCH-FAILED AND THE CALLER SHOWS NO QUEUE AT ALL
       OPEN-MATCH-TABLE.
           MOVE "N" TO MATCH-FAILED

           CALL STATIC "sqlite3_open" USING
               BY REFERENCE MATCH-DB-NAME
               BY REFERENCE SQLITE
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "OPEN-MATCH-TABLE" TO SQLERR-WHERE
               MOVE ":memory:" TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               DISPLAY "CANNOT OPEN THE QUEUE WORK TABLE"
               MOVE "Y" TO MATCH-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "CREATE TABLE MATCHKEY(K TEXT PRIMARY KEY);BEGIN;"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "OPEN-MATCH-TABLE" TO SQLERR-WHERE
           PERFORM RUN-MATCH-STATEMENT

           IF MATCH-FAILED IS EQUAL TO "Y" THEN
               PERFORM CLOSE-MATCH-TABLE
           END-IF.

       REMEMBER-MATCH-KEY.
           PERFORM ESCAPE-MATCH-KEY
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "INSERT OR IGNORE INTO MATCHKEY VALUES('"
               DELIMITED BY SIZE
               ESCAPED-KEY(1:ESC-KEY-IDX) DELIMITED BY SIZE
               "');" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "REMEMBER-MATCH-KEY" TO SQLERR-WHERE
           PERFORM RUN-MATCH-STATEMENT.

       END-MATCH-LOAD.
           IF MATCH-FAILED IS EQUAL TO "Y" THEN
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY
           MOVE "COMMIT;" TO SQL-QUERY(1:7)
           MOVE "END-MATCH-LOAD" TO SQLERR-WHERE
           PERFORM RUN-MATCH-STATEMENT.

       SEARCH-MATCH-KEY.
           MOVE "N" TO MATCH-FOUND-SW
           PERFORM ESCAPE-MATCH-KEY
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM MATCHKEY WHERE K='"
               DELIMITED BY SIZE
               ESCAPED-KEY(1:ESC-KEY-IDX) DELIMITED BY SIZE
               "';" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE -1
               BY REFERENCE COUNT-STMT
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "SEARCH-MATCH-KEY" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               DISPLAY "CANNOT SEARCH THE QUEUE WORK TABLE"
               MOVE "Y" TO MATCH-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE COUNT-STMT
               RETURNING STEP-CODE
           END-CALL

           MOVE ZERO TO MATCH-COUNT

           IF STEP-CODE IS EQUAL TO SQLITE-ROW THEN
               CALL STATIC "sqlite3_column_int" USING
                   BY VALUE COUNT-STMT
                   BY VALUE 0
                   RETURNING MATCH-COUNT
               END-CALL
           END-IF

           CALL STATIC "sqlite3_finalize" USING BY VALUE COUNT-STMT
           END-CALL

           IF MATCH-COUNT IS GREATER THAN ZERO THEN
               MOVE "Y" TO MATCH-FOUND-SW
           END-IF.

       RUN-MATCH-STATEMENT.
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
               DISPLAY "CANNOT BUILD THE QUEUE WORK TABLE"
               MOVE "Y" TO MATCH-FAILED
           END-IF.

       CLOSE-MATCH-TABLE.
           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL.

      *    QUOTES IN THE KEY (AN ALERT KEY MAY BE A NAME) ARE DOUBLED
      *    FOR THE SQL LITERAL; ESC-KEY-IDX ENDS UP AS ITS LENGTH
       ESCAPE-MATCH-KEY.
           MOVE SPACES TO ESCAPED-KEY
           MOVE ZERO TO ESC-KEY-IDX

           PERFORM VARYING MATCH-KEY-IDX FROM 1 BY 1
               UNTIL MATCH-KEY-IDX > 58
               ADD 1 TO ESC-KEY-IDX
               MOVE MATCH-KEY(MATCH-KEY-IDX:1)
                   TO ESCAPED-KEY-CHAR(ESC-KEY-IDX)

               IF MATCH-KEY(MATCH-KEY-IDX:1) IS EQUAL TO "'" THEN
                   ADD 1 TO ESC-KEY-IDX
                   MOVE "'" TO ESCAPED-KEY-CHAR(ESC-KEY-IDX)
               END-IF
           END-PERFORM.

       REJECT-INTERACT.
           PERFORM BUILD-REJECT-LINES

           MOVE SPACE TO REJECT-CMD
           MOVE ZERO TO REJECT-PICK
           MOVE SPACES TO REJECT-NOTE

           DISPLAY REJECT-SCREEN
           ACCEPT REJECT-SCREEN

           MOVE SPACES TO REJECT-MSG

           IF CRT-STATUS IS NOT EQUAL TO ZERO THEN
               MOVE "Y" TO REJECT-DONE
               GO TO REJECT-INTERACT-EXIT
           END-IF

           INSPECT REJECT-CMD CONVERTING "fbcax" TO "FBCAX"

           IF REJECT-CMD IS EQUAL TO "C" OR
               REJECT-CMD IS EQUAL TO "A" THEN
               COMPUTE RJO-IDX = RJO-TOP + REJECT-PICK - 1

               IF REJECT-PICK IS EQUAL TO ZERO OR
                   REJECT-PICK IS GREATER THAN 8 OR
                   RJO-IDX IS GREATER THAN RJO-COUNT THEN
                   MOVE "KEY A ROW NUMBER FIRST" TO REJECT-MSG
                   GO TO REJECT-INTERACT-EXIT
               END-IF
           END-IF

           EVALUATE REJECT-CMD
               WHEN "F"
                   IF RJO-TOP + 8 IS GREATER THAN RJO-COUNT THEN
                       MOVE "LAST PAGE" TO REJECT-MSG
                   ELSE
                       ADD 8 TO RJO-TOP
                   END-IF
               WHEN "B"
                   IF RJO-TOP IS GREATER THAN 8 THEN
                       SUBTRACT 8 FROM RJO-TOP
                   ELSE
                       MOVE "FIRST PAGE" TO REJECT-MSG
                   END-IF
               WHEN "C"
                   PERFORM CORRECT-REJECT THRU CORRECT-REJECT-EXIT
               WHEN "A"
                   IF REJECT-NOTE IS EQUAL TO SPACES THEN
                       MOVE "A REASON IS REQUIRED" TO REJECT-MSG
                   ELSE
                       MOVE "A" TO REJECT-STATUS-WS
                       MOVE SPACES TO REJFIX-TRANS
                       PERFORM WRITE-REJECT-ACTION
                   END-IF
               WHEN "X"
                   MOVE "Y" TO REJECT-DONE
               WHEN OTHER
                   MOVE "COMMANDS: F B C A X" TO REJECT-MSG
           END-EVALUATE.

       REJECT-INTERACT-EXIT.
           EXIT.

       BUILD-REJECT-LINES.
           PERFORM VARYING REJECT-ROW FROM 1 BY 1
               UNTIL REJECT-ROW IS GREATER THAN 8
               COMPUTE RJO-IDX = RJO-TOP + REJECT-ROW - 1
               MOVE SPACES TO RJO-LINE(REJECT-ROW * 2 - 1)
               MOVE SPACES TO RJO-LINE(REJECT-ROW * 2)

               IF RJO-IDX IS NOT GREATER THAN RJO-COUNT THEN
                   MOVE REJECT-ROW TO RWL-ROWNO
                   MOVE RJO-PROGRAM(RJO-IDX)(14:5) TO RWL-SOURCE
                   MOVE RJO-DATE(RJO-IDX) TO RWL-DATE
                   MOVE RJO-SEQ(RJO-IDX) TO RWL-SEQ
                   MOVE RJO-CODE(RJO-IDX) TO RWL-CODE
                   MOVE RJO-TEXT(RJO-IDX) TO RWL-TEXT
                   MOVE REJECT-WORK-LINE-1
                       TO RJO-LINE(REJECT-ROW * 2 - 1)
                   MOVE RJO-TRANS(RJO-IDX)(1:1) TO RWL-ACTION
                   MOVE RJO-TRANS(RJO-IDX)(2:61) TO RWL-DATA
                   MOVE REJECT-WORK-LINE-2
                       TO RJO-LINE(REJECT-ROW * 2)
               END-IF
           END-PERFORM.

      *    THE ITEM COMES UP ON THE PANEL FOR ITS KIND OF RECORD WITH
      *    THE FIELDS AS THEY WERE REJECTED. IT IS ONLY RESUBMITTED
      *    WHEN IT WOULD GET PAST THE SAME BASIC CHECKS THE APPLY RUN
      *    MAKES; THE ACTION MAY CHANGE BUT NOT FROM A PEOPLE RECORD
      *    TO AN ADDRESS OR BACK.
       CORRECT-REJECT.
           MOVE RJO-TRANS(RJO-IDX) TO REJFIX-TRANS
           MOVE SPACES TO REJFIX-REASON
           STRING RJO-CODE(RJO-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RJO-TEXT(RJO-IDX) DELIMITED BY SIZE
               INTO REJFIX-REASON
           END-STRING

           EVALUATE RFX-ACTION
               WHEN "B"
               WHEN "C"
               WHEN "E"
                   MOVE "B" TO REJFIX-FAMILY
                   DISPLAY REJFIX-ADDR-SCREEN
                   ACCEPT REJFIX-ADDR-SCREEN
               WHEN "G"
               WHEN "H"
                   MOVE "G" TO REJFIX-FAMILY
                   DISPLAY REJFIX-DEPT-SCREEN
                   ACCEPT REJFIX-DEPT-SCREEN
               WHEN OTHER
                   MOVE "A" TO REJFIX-FAMILY
                   DISPLAY REJFIX-PERSON-SCREEN
                   ACCEPT REJFIX-PERSON-SCREEN
           END-EVALUATE

           IF CRT-STATUS IS NOT EQUAL TO ZERO THEN
               MOVE "CORRECTION CANCELLED" TO REJECT-MSG
               GO TO CORRECT-REJECT-EXIT
           END-IF

           INSPECT RFX-ACTION CONVERTING "audbcegh" TO "AUDBCEGH"

           IF REJFIX-FAMILY IS EQUAL TO "G" THEN
               IF RFX-ACTION IS NOT EQUAL TO "G" AND
                   RFX-ACTION IS NOT EQUAL TO "H" THEN
                   MOVE "ACTION MUST BE G OR H" TO REJECT-MSG
                   GO TO CORRECT-REJECT-EXIT
               END-IF

               IF RFX-DAS-ID IS NOT NUMERIC THEN
                   MOVE "ID NOT NUMERIC - NOT RESUBMITTED"
                       TO REJECT-MSG
                   GO TO CORRECT-REJECT-EXIT
               END-IF

               IF RFX-DAS-DEPT IS EQUAL TO SPACES AND
                   RFX-ACTION IS EQUAL TO "G" THEN
                   MOVE "DEPARTMENT IS BLANK - NOT RESUBMITTED"
                       TO REJECT-MSG
                   GO TO CORRECT-REJECT-EXIT
               END-IF
           END-IF

           IF REJFIX-FAMILY IS EQUAL TO "A" THEN
               IF RFX-ACTION IS NOT EQUAL TO "A" AND
                   RFX-ACTION IS NOT EQUAL TO "U" AND
                   RFX-ACTION IS NOT EQUAL TO "D" THEN
                   MOVE "ACTION MUST BE A, U OR D" TO REJECT-MSG
                   GO TO CORRECT-REJECT-EXIT
               END-IF

               IF RFX-ID IS EQUAL TO SPACES AND
                   RFX-ACTION IS EQUAL TO "A" THEN
                   MOVE ZEROS TO RFX-ID
               END-IF

               IF RFX-ID IS NOT NUMERIC THEN
                   MOVE "ID NOT NUMERIC - NOT RESUBMITTED"
                       TO REJECT-MSG
                   GO TO CORRECT-REJECT-EXIT
               END-IF

               IF RFX-NAME IS EQUAL TO SPACES AND
                   RFX-ACTION IS NOT EQUAL TO "D" THEN
                   MOVE "NAME IS BLANK - NOT RESUBMITTED"
                       TO REJECT-MSG
                   GO TO CORRECT-REJECT-EXIT
               END-IF
           END-IF

           IF REJFIX-FAMILY IS EQUAL TO "B" THEN
               IF RFX-ACTION IS NOT EQUAL TO "B" AND
                   RFX-ACTION IS NOT EQUAL TO "C" AND
                   RFX-ACTION IS NOT EQUAL TO "E" THEN
                   MOVE "ACTION MUST BE B, C OR E" TO REJECT-MSG
                   GO TO CORRECT-REJECT-EXIT
               END-IF

               IF RFX-ADR-ID IS NOT NUMERIC THEN
                   MOVE "ID NOT NUMERIC - NOT RESUBMITTED"
                       TO REJECT-MSG
                   GO TO CORRECT-REJECT-EXIT
               END-IF

               IF RFX-STREET IS EQUAL TO SPACES AND
                   RFX-ACTION IS NOT EQUAL TO "E" THEN
                   MOVE "STREET IS BLANK - NOT RESUBMITTED"
                       TO REJECT-MSG
                   GO TO CORRECT-REJECT-EXIT
               END-IF
           END-IF

           OPEN EXTEND RESUBMIT-FILE

           IF RESUBMIT-FILE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT RESUBMIT-FILE
           END-IF

           IF RESUBMIT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "OPENING ERROR ON RESUBMIT-FILE" TO REJECT-MSG
               GO TO CORRECT-REJECT-EXIT
           END-IF

           MOVE REJFIX-TRANS TO RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD
           CLOSE RESUBMIT-FILE

           MOVE "R" TO REJECT-STATUS-WS
           MOVE "CORRECTED AND RESUBMITTED" TO REJECT-NOTE
           PERFORM WRITE-REJECT-ACTION.

       CORRECT-REJECT-EXIT.
           EXIT.

      *    THE ACTION LINE REPEATS THE ITEM'S IDENTITY SO THE NEXT
      *    LOAD KNOWS IT IS DEALT WITH; THE ROW THEN DROPS OUT OF
      *    THE TABLE AND THE PAGE CLOSES UP
       WRITE-REJECT-ACTION.
           ACCEPT REJECT-DATE-WS FROM DATE YYYYMMDD
           ACCEPT REJECT-TIME-WS FROM TIME

           MOVE SPACES TO REJACT-RECORD
           MOVE RJO-DATE(RJO-IDX) TO RJA-RJQ-DATE
           MOVE RJO-TIME(RJO-IDX) TO RJA-RJQ-TIME
           MOVE RJO-PROGRAM(RJO-IDX) TO RJA-RJQ-PROGRAM
           MOVE RJO-SEQ(RJO-IDX) TO RJA-RJQ-SEQ
           MOVE REJECT-STATUS-WS TO RJA-STATUS
           MOVE REJECT-DATE-WS TO RJA-DATE
           MOVE REJECT-TIME-WS TO RJA-TIME
           MOVE OPERATOR-ID-WS TO RJA-OPERATOR
           MOVE REJECT-NOTE TO RJA-NOTE
           MOVE REJFIX-TRANS TO RJA-TRANS

           OPEN EXTEND REJACT-FILE

           IF REJACT-FILE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT REJACT-FILE
           END-IF

           IF REJACT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "OPENING ERROR ON REJACT-FILE" TO REJECT-MSG
               EXIT PARAGRAPH
           END-IF

           WRITE REJACT-RECORD
           CLOSE REJACT-FILE

           IF REJECT-STATUS-WS IS EQUAL TO "R" THEN
               ADD 1 TO REJECT-RESUB-COUNT
               MOVE "RESUBMITTED" TO REJECT-MSG
           ELSE
               ADD 1 TO REJECT-ABAND-COUNT
               MOVE "ABANDONED" TO REJECT-MSG
           END-IF

           PERFORM VARYING RJO-IDX FROM RJO-IDX BY 1
               UNTIL RJO-IDX IS NOT LESS THAN RJO-COUNT
               MOVE RJO-ENTRY(RJO-IDX + 1) TO RJO-ENTRY(RJO-IDX)
           END-PERFORM

           SUBTRACT 1 FROM RJO-COUNT

           IF RJO-COUNT IS EQUAL TO ZERO THEN
               MOVE "Y" TO REJECT-DONE
               EXIT PARAGRAPH
           END-IF

           IF RJO-TOP IS GREATER THAN RJO-COUNT THEN
               SUBTRACT 8 FROM RJO-TOP
           END-IF.

      *    DEPARTMENT MAINTENANCE - ADD, CHANGE OR DELETE ONE
      *    DEPARTMENTS ROW. A MANAGER ID, WHEN GIVEN, MUST BE ON
      *    PEOPLE. A DEPARTMENT STILL HOLDING STAFF CANNOT BE DELETED
      *    - THEY ARE MOVED OUT FIRST WITH G/H TRANSACTIONS THROUGH
      *    COBOL-SQLITE-TRANS. SUPERVISOR-ONLY.
       DEPARTMENT-MAINT.
           MOVE SPACES TO DEPT-ACTION
           MOVE SPACES TO DEP-CODE
           MOVE SPACES TO DEP-NAME
           MOVE SPACES TO DEP-COSTCTR
           MOVE ZEROS TO DEP-MANAGER

           DISPLAY DEPT-SCREEN
           ACCEPT DEPT-SCREEN

           IF CRT-STATUS IS NOT EQUAL TO ZERO THEN
               DISPLAY "CANCELLED - NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF

           INSPECT DEPT-ACTION CONVERTING "acd" TO "ACD"

           IF DEPT-ACTION IS NOT EQUAL TO "A" AND
               DEPT-ACTION IS NOT EQUAL TO "C" AND
               DEPT-ACTION IS NOT EQUAL TO "D" THEN
               DISPLAY "REJECTED: ACTION MUST BE A, C OR D"
               EXIT PARAGRAPH
           END-IF

           IF DEP-CODE(1:1) IS EQUAL TO SPACE THEN
               DISPLAY "REJECTED: CODE CANNOT BE BLANK"
               EXIT PARAGRAPH
           END-IF

      *    THE CODE AND COST CENTRE GO INTO THE SQL AS QUOTED
      *    LITERALS, UNESCAPED
           MOVE ZERO TO DEPT-QUOTES
           INSPECT DEP-CODE TALLYING DEPT-QUOTES FOR ALL "'"
           INSPECT DEP-COSTCTR TALLYING DEPT-QUOTES FOR ALL "'"

           IF DEPT-QUOTES IS GREATER THAN ZERO THEN
               DISPLAY "REJECTED: NO QUOTES IN CODE OR COST CENTRE"
               EXIT PARAGRAPH
           END-IF

           IF DEPT-ACTION IS NOT EQUAL TO "D" THEN
               IF DEP-NAME IS EQUAL TO SPACES THEN
                   DISPLAY "REJECTED: NAME CANNOT BE BLANK"
                   EXIT PARAGRAPH
               END-IF

               IF DEP-COSTCTR IS EQUAL TO SPACES THEN
                   DISPLAY "REJECTED: COST CENTRE CANNOT BE BLANK"
                   EXIT PARAGRAPH
               END-IF

               IF DEP-MANAGER IS NOT NUMERIC THEN
                   DISPLAY "REJECTED: MANAGER ID MUST BE NUMERIC"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           CALL STATIC "sqlite3_open" USING
               BY REFERENCE DATABASE-NAME
               BY REFERENCE SQLITE
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "DEPARTMENT-MAINT" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR"
               EXIT PARAGRAPH
           END-IF

           PERFORM BEGIN-TXN

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY, TRY AGAIN"
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM DEPARTMENTS WHERE CODE='"
               DELIMITED BY SIZE
               DEP-CODE DELIMITED BY SIZE
               "';"
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-COUNT-QUERY

           IF DUP-COUNT IS LESS THAN ZERO THEN
               DISPLAY "EXISTENCE CHECK ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           IF DUP-COUNT IS GREATER THAN ZERO AND
               DEPT-ACTION IS EQUAL TO "A" THEN
               DISPLAY "REJECTED: DEPARTMENT " DEP-CODE
                   " ALREADY ON FILE - USE C TO CHANGE IT"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           IF DUP-COUNT IS EQUAL TO ZERO AND
               DEPT-ACTION IS NOT EQUAL TO "A" THEN
               DISPLAY "REJECTED: NO DEPARTMENT " DEP-CODE
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           IF DEPT-ACTION IS NOT EQUAL TO "D" AND
               DEP-MANAGER IS GREATER THAN ZERO THEN
               MOVE LOW-VALUES TO SQL-QUERY

               STRING "SELECT COUNT(*) FROM PEOPLE WHERE ID="
                   DELIMITED BY SIZE
                   DEP-MANAGER DELIMITED BY SIZE
                   ";"
                   INTO SQL-QUERY
               END-STRING

               PERFORM RUN-COUNT-QUERY

               IF DUP-COUNT IS NOT GREATER THAN ZERO THEN
                   DISPLAY "REJECTED: MANAGER ID " DEP-MANAGER
                       " NOT FOUND"
                   PERFORM ROLLBACK-TXN
                   CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
                   END-CALL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF DEPT-ACTION IS EQUAL TO "D" THEN
               MOVE LOW-VALUES TO SQL-QUERY

               STRING "SELECT COUNT(*) FROM DEPTASSIGN WHERE DEPT='"
                   DELIMITED BY SIZE
                   DEP-CODE DELIMITED BY SIZE
                   "';"
                   INTO SQL-QUERY
               END-STRING

               PERFORM RUN-COUNT-QUERY

               IF DUP-COUNT IS NOT EQUAL TO ZERO THEN
                   DISPLAY "REJECTED: DEPARTMENT " DEP-CODE
                       " STILL HAS STAFF ASSIGNED"
                   PERFORM ROLLBACK-TXN
                   CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
                   END-CALL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE DEP-NAME TO TEXT-IN
           PERFORM ESCAPE-TEXT
           MOVE ESCAPED-TEXT TO ESCAPED-DEPT-NAME

           MOVE LOW-VALUES TO SQL-QUERY

           EVALUATE DEPT-ACTION
               WHEN "A"
                   MOVE "ADDDEP" TO AUDIT-ACTION
                   STRING "INSERT INTO DEPARTMENTS VALUES ('"
                       DELIMITED BY SIZE
                       DEP-CODE DELIMITED BY SIZE
                       "','"
                       ESCAPED-DEPT-NAME DELIMITED BY SIZE
                       "','"
                       DEP-COSTCTR DELIMITED BY SIZE
                       "',"
                       DEP-MANAGER DELIMITED BY SIZE
                       ");"
                       INTO SQL-QUERY
                   END-STRING
               WHEN "C"
                   MOVE "CHGDEP" TO AUDIT-ACTION
                   STRING "UPDATE DEPARTMENTS SET NAME='"
                       DELIMITED BY SIZE
                       ESCAPED-DEPT-NAME DELIMITED BY SIZE
                       "',COSTCTR='"
                       DEP-COSTCTR DELIMITED BY SIZE
                       "',MANAGER="
                       DEP-MANAGER DELIMITED BY SIZE
                       " WHERE CODE='"
                       DEP-CODE DELIMITED BY SIZE
                       "';"
                       INTO SQL-QUERY
                   END-STRING
               WHEN OTHER
                   MOVE "DELDEP" TO AUDIT-ACTION
                   STRING "DELETE FROM DEPARTMENTS WHERE CODE='"
                       DELIMITED BY SIZE
                       DEP-CODE DELIMITED BY SIZE
                       "';"
                       INTO SQL-QUERY
                   END-STRING
           END-EVALUATE

           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "DEPARTMENT-MAINT" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DEPARTMENT UPDATE ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           PERFORM COMMIT-TXN

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           EVALUATE DEPT-ACTION
               WHEN "A" DISPLAY "DEPARTMENT " DEP-CODE " ADDED"
               WHEN "C" DISPLAY "DEPARTMENT " DEP-CODE " CHANGED"
               WHEN OTHER DISPLAY "DEPARTMENT " DEP-CODE " DELETED"
           END-EVALUATE

           MOVE ZEROS TO ID-FIELD
           MOVE DEP-NAME TO NAME-FIELD
           MOVE DEP-CODE TO AUDIT-KEY
           PERFORM WRITE-AUDIT-LOG.

      *    A PERSON LEAVING PEOPLE TAKES THEIR DEPARTMENT ASSIGNMENT
      *    ALONG - THE CALLER SETS DEPT-CLEAR-ID AND SQLERR-WHERE AND
      *    CHECKS ERROR-CODE
       DROP-DEPT-ASSIGNMENT.
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "DELETE FROM DEPTASSIGN WHERE ID=" DELIMITED BY SIZE
               DEPT-CLEAR-ID DELIMITED BY SIZE
               ";"
               INTO SQL-QUERY
           END-STRING

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
           END-IF.

      *    PAY-DATA INQUIRY - BY OUR ID OR BY THE BUREAU'S EMPLOYEE
      *    NUMBER (LOOKED UP ON PAYXREF). SHOWS THE NAME, EVERY
      *    CROSS-REFERENCE HELD FOR THE ID, THE GRADE IN FORCE TODAY,
      *    EVERY PAYDATA ROW IN EFFECTIVE-DATE ORDER AND ANY
      *    CROSS-REFERENCE CORRECTIONS ON THE AUDIT TRAIL. READ-ONLY,
      *    OPEN TO CLERKS.
       PAY-INQUIRY.
           MOVE ZEROS TO PAY-ID
           MOVE SPACES TO PAY-EMPNO

           DISPLAY PAY-INQ-SCREEN
           ACCEPT PAY-INQ-SCREEN

           IF CRT-STATUS IS NOT EQUAL TO ZERO THEN
               DISPLAY "CANCELLED"
               EXIT PARAGRAPH
           END-IF

           IF PAY-ID IS NOT NUMERIC THEN
               DISPLAY "REJECTED: ID MUST BE NUMERIC"
               EXIT PARAGRAPH
           END-IF

           IF PAY-ID IS EQUAL TO ZERO AND
               PAY-EMPNO IS EQUAL TO SPACES THEN
               DISPLAY "REJECTED: KEY AN ID OR AN EMPNO"
               EXIT PARAGRAPH
           END-IF

      *    THE EMPNO GOES INTO THE SQL AS A QUOTED LITERAL, UNESCAPED
           MOVE ZERO TO PAY-QUOTES
           INSPECT PAY-EMPNO TALLYING PAY-QUOTES FOR ALL "'"

           IF PAY-QUOTES IS GREATER THAN ZERO THEN
               DISPLAY "REJECTED: NO QUOTES IN EMPNO"
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_open" USING
               BY REFERENCE DATABASE-NAME
               BY REFERENCE SQLITE
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "PAY-INQUIRY" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR"
               EXIT PARAGRAPH
           END-IF

      *    AN ID KEYED ALONGSIDE AN EMPNO WINS - THE EMPNO IS ONLY
      *    USED TO FIND THE ID WHEN NONE WAS GIVEN
           IF PAY-ID IS EQUAL TO ZERO THEN
               PERFORM LOOKUP-PAYXREF-ID

               IF DUP-COUNT IS LESS THAN ZERO THEN
                   DISPLAY "QUERY ERROR"
                   CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
                   END-CALL
                   EXIT PARAGRAPH
               END-IF

               IF DUP-COUNT IS EQUAL TO ZERO THEN
                   DISPLAY "NO CROSS-REFERENCE FOR EMPNO " PAY-EMPNO
                   CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
                   END-CALL
                   EXIT PARAGRAPH
               END-IF

               MOVE DUP-COUNT TO PAY-ID
           END-IF

           MOVE PAY-ID TO ID-FIELD
           MOVE LOW-VALUES TO SQL-QUERY
           PERFORM LOOKUP-NAME-BY-ID

           DISPLAY "ID:            " PAY-ID

           IF STEP-CODE IS EQUAL TO SQLITE-ROW THEN
               DISPLAY "NAME:          " NAME-FIELD
           ELSE
               DISPLAY "NAME:          (NOT ON PEOPLE)"
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT EMPNO FROM PAYXREF WHERE ID="
               DELIMITED BY SIZE
               PAY-ID DELIMITED BY SIZE
               " ORDER BY EMPNO;"
               INTO SQL-QUERY
           END-STRING

           MOVE ZERO TO PAY-ROW-COUNT
           PERFORM OPEN-PAY-SCAN

           IF ERROR-CODE IS EQUAL TO ZERO THEN
               PERFORM SHOW-PAYXREF-ROW UNTIL STEP-CODE IS NOT EQUAL
                   TO SQLITE-ROW
               CALL STATIC "sqlite3_finalize" USING BY VALUE PAY-STMT
               END-CALL
           END-IF

           IF PAY-ROW-COUNT IS EQUAL TO ZERO THEN
               DISPLAY "BUREAU EMPNO:  (NO CROSS-REFERENCE ON FILE)"
           END-IF

      *    THE GRADE IN FORCE IS THE LATEST ONE ALREADY EFFECTIVE -
      *    A ROW DATED AHEAD OF TODAY IS LISTED BUT NOT YET CURRENT
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO PAY-CUR-GRADE
           MOVE SPACES TO PAY-CUR-DATE
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT IFNULL(EMPNO,''),IFNULL(GRADE,''),"
               DELIMITED BY SIZE
               "IFNULL(EFFDATE,'') FROM PAYDATA WHERE ID="
               DELIMITED BY SIZE
               PAY-ID DELIMITED BY SIZE
               " ORDER BY EFFDATE;"
               INTO SQL-QUERY
           END-STRING

           MOVE ZERO TO PAY-ROW-COUNT
           DISPLAY " "
           DISPLAY "EFFDATE  GRADE  EMPNO"
           PERFORM OPEN-PAY-SCAN

           IF ERROR-CODE IS EQUAL TO ZERO THEN
               PERFORM SHOW-PAYDATA-ROW UNTIL STEP-CODE IS NOT EQUAL
                   TO SQLITE-ROW
               CALL STATIC "sqlite3_finalize" USING BY VALUE PAY-STMT
               END-CALL
           END-IF

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           IF PAY-ROW-COUNT IS EQUAL TO ZERO THEN
               DISPLAY "(NO PAY DATA ON FILE)"
           ELSE
               DISPLAY PAY-ROW-COUNT " PAY DATA ROWS"
           END-IF

           IF PAY-CUR-GRADE IS EQUAL TO SPACES AND
               PAY-CUR-DATE IS EQUAL TO SPACES THEN
               DISPLAY "CURRENT GRADE: NONE IN FORCE"
           ELSE
               DISPLAY "CURRENT GRADE: " PAY-CUR-GRADE
                   " (EFFECTIVE " PAY-CUR-DATE ")"
           END-IF

           OPEN INPUT AUDIT-FILE

           IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO HISTORY-COUNT

           PERFORM SCAN-PAY-AUDIT-LINE THRU SCAN-PAY-AUDIT-LINE-EXIT
               UNTIL AUDIT-FILE-STATUS IS EQUAL TO "10"

           CLOSE AUDIT-FILE.

      *    PAYXREF HOLDS ONE ROW PER EMPNO, SO THE ID COMES BACK AS
      *    THE SINGLE COLUMN OF THE COUNT QUERY - ZERO WHEN THE EMPNO
      *    IS NOT CROSS-REFERENCED, NEGATIVE ON A QUERY ERROR
       LOOKUP-PAYXREF-ID.
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT ID FROM PAYXREF WHERE EMPNO='"
               DELIMITED BY SIZE
               PAY-EMPNO DELIMITED BY SIZE
               "';"
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-COUNT-QUERY.

       OPEN-PAY-SCAN.
           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE -1
               BY REFERENCE PAY-STMT
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "OPEN-PAY-SCAN" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               DISPLAY "QUERY ERROR"
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE PAY-STMT
               RETURNING STEP-CODE
           END-CALL.

       SHOW-PAYXREF-ROW.
           MOVE 0 TO PAY-COL-NO
           PERFORM TAKE-PAY-COLUMN

           DISPLAY "BUREAU EMPNO:  " PAY-COL-WS
           ADD 1 TO PAY-ROW-COUNT

           CALL STATIC "sqlite3_step" USING
               BY VALUE PAY-STMT
               RETURNING STEP-CODE
           END-CALL.

       SHOW-PAYDATA-ROW.
           MOVE 0 TO PAY-COL-NO
           PERFORM TAKE-PAY-COLUMN
           MOVE PAY-COL-WS TO PAY-LINK-EMPNO

           MOVE 1 TO PAY-COL-NO
           PERFORM TAKE-PAY-COLUMN
           MOVE PAY-COL-WS TO PAY-GRADE

           MOVE 2 TO PAY-COL-NO
           PERFORM TAKE-PAY-COLUMN
           MOVE PAY-COL-WS TO PAY-EFFDATE

           DISPLAY PAY-EFFDATE " " PAY-GRADE "     " PAY-LINK-EMPNO
           ADD 1 TO PAY-ROW-COUNT

           IF PAY-EFFDATE IS NOT GREATER THAN TODAY-DATE THEN
               MOVE PAY-GRADE TO PAY-CUR-GRADE
               MOVE PAY-EFFDATE TO PAY-CUR-DATE
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE PAY-STMT
               RETURNING STEP-CODE
           END-CALL.

      *    ONE TEXT COLUMN OF THE CURRENT PAY-STMT ROW - THE CALLER
      *    SETS PAY-COL-NO. THE C STRING'S NUL AND WHAT FOLLOWS IT
      *    ARE BLANKED.
       TAKE-PAY-COLUMN.
           MOVE SPACES TO PAY-COL-WS

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE PAY-STMT
               BY VALUE PAY-COL-NO
               RETURNING PAY-COL-PTR
           END-CALL

           IF PAY-COL-PTR IS EQUAL TO NULL THEN
               EXIT PARAGRAPH
           END-IF

           SET ADDRESS OF PAY-COL-TEXT TO PAY-COL-PTR
           MOVE PAY-COL-TEXT TO PAY-COL-WS
           INSPECT PAY-COL-WS REPLACING CHARACTERS BY SPACE
               AFTER INITIAL LOW-VALUE
           INSPECT PAY-COL-WS REPLACING ALL LOW-VALUE BY SPACE.

       SCAN-PAY-AUDIT-LINE.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO AUDIT-FILE-STATUS
                   GO TO SCAN-PAY-AUDIT-LINE-EXIT
           END-READ

           IF AUD-ACTION(1:4) IS NOT EQUAL TO "XREF" OR
               AUD-ID IS NOT EQUAL TO PAY-ID THEN
               GO TO SCAN-PAY-AUDIT-LINE-EXIT
           END-IF

           IF HISTORY-COUNT IS EQUAL TO ZERO THEN
               DISPLAY " "
               DISPLAY "CROSS-REFERENCE CORRECTIONS"
           END-IF

           DISPLAY AUD-DATE " " AUD-TIME " " AUD-ACTION " "
               AUD-NAME " " AUD-OPERATOR
           ADD 1 TO HISTORY-COUNT.

       SCAN-PAY-AUDIT-LINE-EXIT.
           EXIT.

      *    CROSS-REFERENCE MAINTENANCE - PUT RIGHT A PAYXREF LINK THE
      *    BUREAU SENT WRONG. R RE-POINTS AN EMPNO AT ANOTHER PEOPLE
      *    ID, C CORRECTS THE EMPNO ITSELF, D DROPS THE LINK. THE
      *    PAYDATA ROWS THAT CAME IN UNDER THE LINK FOLLOW AN R OR A
      *    C SO THE INQUIRY AGREES WHICHEVER KEY IS USED; A D LEAVES
      *    THEM AS HISTORY. EVERY CORRECTION IS AUDITED AND
      *    JOURNALED. SUPERVISOR-ONLY.
       PAYXREF-MAINT.
           MOVE SPACES TO PAY-ACTION
           MOVE SPACES TO PAY-EMPNO
           MOVE ZEROS TO PAY-NEW-ID
           MOVE SPACES TO PAY-NEW-EMPNO

           DISPLAY PAYXREF-SCREEN
           ACCEPT PAYXREF-SCREEN

           IF CRT-STATUS IS NOT EQUAL TO ZERO THEN
               DISPLAY "CANCELLED - NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF

           INSPECT PAY-ACTION CONVERTING "rcd" TO "RCD"

           IF PAY-ACTION IS NOT EQUAL TO "R" AND
               PAY-ACTION IS NOT EQUAL TO "C" AND
               PAY-ACTION IS NOT EQUAL TO "D" THEN
               DISPLAY "REJECTED: ACTION MUST BE R, C OR D"
               EXIT PARAGRAPH
           END-IF

           IF PAY-EMPNO IS EQUAL TO SPACES THEN
               DISPLAY "REJECTED: EMPNO CANNOT BE BLANK"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO PAY-QUOTES
           INSPECT PAY-EMPNO TALLYING PAY-QUOTES FOR ALL "'"
           INSPECT PAY-NEW-EMPNO TALLYING PAY-QUOTES FOR ALL "'"

           IF PAY-QUOTES IS GREATER THAN ZERO THEN
               DISPLAY "REJECTED: NO QUOTES IN EMPNO"
               EXIT PARAGRAPH
           END-IF

           IF PAY-ACTION IS EQUAL TO "R" THEN
               IF PAY-NEW-ID IS NOT NUMERIC OR
                   PAY-NEW-ID IS EQUAL TO ZERO THEN
                   DISPLAY "REJECTED: NEW ID MUST BE NUMERIC"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF PAY-ACTION IS EQUAL TO "C" THEN
               IF PAY-NEW-EMPNO IS EQUAL TO SPACES OR
                   PAY-NEW-EMPNO IS EQUAL TO PAY-EMPNO THEN
                   DISPLAY "REJECTED: KEY THE CORRECTED EMPNO"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           CALL STATIC "sqlite3_open" USING
               BY REFERENCE DATABASE-NAME
               BY REFERENCE SQLITE
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "PAYXREF-MAINT" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR"
               EXIT PARAGRAPH
           END-IF

           PERFORM BEGIN-TXN

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY, TRY AGAIN"
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           PERFORM LOOKUP-PAYXREF-ID

           IF DUP-COUNT IS LESS THAN ZERO THEN
               DISPLAY "EXISTENCE CHECK ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           IF DUP-COUNT IS EQUAL TO ZERO THEN
               DISPLAY "REJECTED: NO CROSS-REFERENCE FOR EMPNO "
                   PAY-EMPNO
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           MOVE DUP-COUNT TO PAY-OLD-ID

           IF PAY-ACTION IS EQUAL TO "R" THEN
               IF PAY-NEW-ID IS EQUAL TO PAY-OLD-ID THEN
                   DISPLAY "REJECTED: EMPNO " PAY-EMPNO
                       " ALREADY POINTS AT " PAY-OLD-ID
                   PERFORM ROLLBACK-TXN
                   CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
                   END-CALL
                   EXIT PARAGRAPH
               END-IF

               MOVE LOW-VALUES TO SQL-QUERY

               STRING "SELECT COUNT(*) FROM PEOPLE WHERE ID="
                   DELIMITED BY SIZE
                   PAY-NEW-ID DELIMITED BY SIZE
                   ";"
                   INTO SQL-QUERY
               END-STRING

               PERFORM RUN-COUNT-QUERY

               IF DUP-COUNT IS NOT GREATER THAN ZERO THEN
                   DISPLAY "REJECTED: NEW ID " PAY-NEW-ID " NOT FOUND"
                   PERFORM ROLLBACK-TXN
                   CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
                   END-CALL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF PAY-ACTION IS EQUAL TO "C" THEN
               MOVE LOW-VALUES TO SQL-QUERY

               STRING "SELECT COUNT(*) FROM PAYXREF WHERE EMPNO='"
                   DELIMITED BY SIZE
                   PAY-NEW-EMPNO DELIMITED BY SIZE
                   "';"
                   INTO SQL-QUERY
               END-STRING

               PERFORM RUN-COUNT-QUERY

               IF DUP-COUNT IS NOT EQUAL TO ZERO THEN
                   DISPLAY "REJECTED: EMPNO " PAY-NEW-EMPNO
                       " ALREADY CROSS-REFERENCED"
                   PERFORM ROLLBACK-TXN
                   CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
                   END-CALL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE LOW-VALUES TO SQL-QUERY

           EVALUATE PAY-ACTION
               WHEN "R"
                   STRING "UPDATE PAYXREF SET ID=" DELIMITED BY SIZE
                       PAY-NEW-ID DELIMITED BY SIZE
                       " WHERE EMPNO='" DELIMITED BY SIZE
                       PAY-EMPNO DELIMITED BY SIZE
                       "';UPDATE PAYDATA SET ID=" DELIMITED BY SIZE
                       PAY-NEW-ID DELIMITED BY SIZE
                       " WHERE EMPNO='" DELIMITED BY SIZE
                       PAY-EMPNO DELIMITED BY SIZE
                       "' AND ID=" DELIMITED BY SIZE
                       PAY-OLD-ID DELIMITED BY SIZE
                       ";"
                       INTO SQL-QUERY
                   END-STRING
               WHEN "C"
                   STRING "UPDATE PAYXREF SET EMPNO='"
                       DELIMITED BY SIZE
                       PAY-NEW-EMPNO DELIMITED BY SIZE
                       "' WHERE EMPNO='" DELIMITED BY SIZE
                       PAY-EMPNO DELIMITED BY SIZE
                       "';UPDATE PAYDATA SET EMPNO='" DELIMITED BY SIZE
                       PAY-NEW-EMPNO DELIMITED BY SIZE
                       "' WHERE EMPNO='" DELIMITED BY SIZE
                       PAY-EMPNO DELIMITED BY SIZE
                       "' AND ID=" DELIMITED BY SIZE
                       PAY-OLD-ID DELIMITED BY SIZE
                       ";"
                       INTO SQL-QUERY
                   END-STRING
               WHEN OTHER
                   STRING "DELETE FROM PAYXREF WHERE EMPNO='"
                       DELIMITED BY SIZE
                       PAY-EMPNO DELIMITED BY SIZE
                       "';"
                       INTO SQL-QUERY
                   END-STRING
           END-EVALUATE

           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "PAYXREF-MAINT" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "CROSS-REFERENCE UPDATE ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           PERFORM COMMIT-TXN

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

      *    AUDIT AND JOURNAL UNDER THE ID THE LINK NOW BELONGS TO
      *    (THE OLD ONE FOR A C OR A D), WITH THE EMPNO AND IDS IN
      *    THE TEXT SO A DISPUTE CAN BE TRACED FROM EITHER END
           MOVE SPACES TO NAME-FIELD
           MOVE SPACES TO JOURNAL-BEFORE
           MOVE SPACES TO JOURNAL-AFTER

           EVALUATE PAY-ACTION
               WHEN "R"
                   MOVE "XREFRP" TO AUDIT-ACTION
                   MOVE PAY-NEW-ID TO ID-FIELD
                   STRING "EMPNO " PAY-EMPNO " FROM " PAY-OLD-ID
                       DELIMITED BY SIZE
                       INTO NAME-FIELD
                   END-STRING
                   STRING "EMPNO " PAY-EMPNO " ID " PAY-OLD-ID
                       DELIMITED BY SIZE
                       INTO JOURNAL-BEFORE
                   END-STRING
                   STRING "EMPNO " PAY-EMPNO " ID " PAY-NEW-ID
                       DELIMITED BY SIZE
                       INTO JOURNAL-AFTER
                   END-STRING
                   DISPLAY "EMPNO " PAY-EMPNO " NOW POINTS AT "
                       PAY-NEW-ID
               WHEN "C"
                   MOVE "XREFCH" TO AUDIT-ACTION
                   MOVE PAY-OLD-ID TO ID-FIELD
                   STRING "EMPNO " PAY-EMPNO " TO " PAY-NEW-EMPNO
                       DELIMITED BY SIZE
                       INTO NAME-FIELD
                   END-STRING
                   STRING "EMPNO " PAY-EMPNO " ID " PAY-OLD-ID
                       DELIMITED BY SIZE
                       INTO JOURNAL-BEFORE
                   END-STRING
                   STRING "EMPNO " PAY-NEW-EMPNO " ID " PAY-OLD-ID
                       DELIMITED BY SIZE
                       INTO JOURNAL-AFTER
                   END-STRING
                   DISPLAY "EMPNO " PAY-EMPNO " CORRECTED TO "
                       PAY-NEW-EMPNO
               WHEN OTHER
                   MOVE "XREFDL" TO AUDIT-ACTION
                   MOVE PAY-OLD-ID TO ID-FIELD
                   STRING "EMPNO " PAY-EMPNO DELIMITED BY SIZE
                       INTO NAME-FIELD
                   END-STRING
                   STRING "EMPNO " PAY-EMPNO " ID " PAY-OLD-ID
                       DELIMITED BY SIZE
                       INTO JOURNAL-BEFORE
                   END-STRING
                   DISPLAY "CROSS-REFERENCE FOR EMPNO " PAY-EMPNO
                       " DELETED"
           END-EVALUATE

           PERFORM WRITE-AUDIT-LOG
           PERFORM WRITE-JOURNAL.

      *    SITE ID RANGE GRANT - GIVE A SITE A NEW ID RANGE IN PLACE
      *    OF ITS CURRENT ONE, TYPICALLY WHEN COBOL-SQLITE-SITECAP
      *    SAYS IT IS ABOUT TO RUN OUT. THE NEW RANGE MUST BE CLEAR OF
      *    EVERY RANGE ANY OTHER SITE HOLDS OR HAS EVER HELD, AND OF
      *    EVERY ID IN USE THAT THIS SITE DID NOT ISSUE. THE OLD RANGE
      *    IS CLOSED ON SITERANGE, NOT FORGOTTEN - THE IDS IT ISSUED
      *    STILL BELONG TO THE SITE WHEN COBOL-SQLITE-SITEMRG AND
      *    COBOL-SQLITE-INTEGRITY COME TO CHECK THEM. THE GRANT IS
      *    AUDITED AND JOURNALED, SO THE NEXT INTERCHANGE CARRIES IT
      *    TO THE OTHER OFFICES. SUPERVISOR-ONLY.
       SITE-RANGE-MAINT.
           MOVE SITE-CODE TO RNG-SITE
           MOVE ZEROS TO RNG-LOW
           MOVE ZEROS TO RNG-HIGH

           DISPLAY SITE-RANGE-SCREEN
           ACCEPT SITE-RANGE-SCREEN

           IF CRT-STATUS IS NOT EQUAL TO ZERO THEN
               DISPLAY "CANCELLED - NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF

           INSPECT RNG-SITE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF RNG-SITE IS EQUAL TO SPACES THEN
               DISPLAY "REJECTED: SITE CODE CANNOT BE BLANK"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO RNG-QUOTES
           INSPECT RNG-SITE TALLYING RNG-QUOTES FOR ALL "'"

           IF RNG-QUOTES IS GREATER THAN ZERO THEN
               DISPLAY "REJECTED: NO QUOTES IN SITE CODE"
               EXIT PARAGRAPH
           END-IF

           IF RNG-LOW IS NOT NUMERIC OR RNG-HIGH IS NOT NUMERIC THEN
               DISPLAY "REJECTED: LOW AND HIGH ID MUST BE NUMERIC"
               EXIT PARAGRAPH
           END-IF

           IF RNG-LOW IS EQUAL TO ZERO OR
               RNG-HIGH IS LESS THAN RNG-LOW THEN
               DISPLAY "REJECTED: LOW ID MUST BE ABOVE ZERO AND NOT "
                   "ABOVE HIGH ID"
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_open" USING
               BY REFERENCE DATABASE-NAME
               BY REFERENCE SQLITE
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "SITE-RANGE-MAINT" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR"
               EXIT PARAGRAPH
           END-IF

           PERFORM BEGIN-TXN

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY, TRY AGAIN"
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

      *    THE RANGE THE SITE HOLDS NOW, IF ANY - IT GOES ON THE
      *    JOURNAL AS THE BEFORE IMAGE
           MOVE "N" TO RNG-HELD
           MOVE ZEROS TO RNG-OLD-LOW
           MOVE ZEROS TO RNG-OLD-HIGH
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM SITECTL WHERE SITE='"
               DELIMITED BY SIZE
               RNG-SITE DELIMITED BY SIZE
               "';"
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-COUNT-QUERY

           IF DUP-COUNT IS GREATER THAN ZERO THEN
               MOVE "Y" TO RNG-HELD
               MOVE LOW-VALUES TO SQL-QUERY

               STRING "SELECT LOW_ID FROM SITECTL WHERE SITE='"
                   DELIMITED BY SIZE
                   RNG-SITE DELIMITED BY SIZE
                   "';"
                   INTO SQL-QUERY
               END-STRING

               PERFORM RUN-COUNT-QUERY
               MOVE DUP-COUNT TO RNG-OLD-LOW

               IF DUP-COUNT IS NOT LESS THAN ZERO THEN
                   MOVE LOW-VALUES TO SQL-QUERY

                   STRING "SELECT HIGH_ID FROM SITECTL WHERE SITE='"
                       DELIMITED BY SIZE
                       RNG-SITE DELIMITED BY SIZE
                       "';"
                       INTO SQL-QUERY
                   END-STRING

                   PERFORM RUN-COUNT-QUERY
                   MOVE DUP-COUNT TO RNG-OLD-HIGH
               END-IF
           END-IF

           IF DUP-COUNT IS LESS THAN ZERO THEN
               DISPLAY "EXISTENCE CHECK ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           IF RNG-HELD IS EQUAL TO "Y" AND
               RNG-OLD-LOW IS EQUAL TO RNG-LOW AND
               RNG-OLD-HIGH IS EQUAL TO RNG-HIGH THEN
               DISPLAY "REJECTED: SITE " RNG-SITE
                   " ALREADY HOLDS THAT RANGE"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

      *    NO OVERLAP WITH ANY OTHER SITE'S RANGE, PAST OR PRESENT -
      *    A SHARED RANGE IS TWO OFFICES ISSUING THE SAME ID
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM (SELECT SITE,LOW_ID,HIGH_ID "
               DELIMITED BY SIZE
               "FROM SITECTL UNION ALL SELECT SITE,LOW_ID,HIGH_ID "
               DELIMITED BY SIZE
               "FROM SITERANGE) WHERE SITE<>'" DELIMITED BY SIZE
               RNG-SITE DELIMITED BY SIZE
               "' AND LOW_ID<=" DELIMITED BY SIZE
               RNG-HIGH DELIMITED BY SIZE
               " AND HIGH_ID>=" DELIMITED BY SIZE
               RNG-LOW DELIMITED BY SIZE
               ";"
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-COUNT-QUERY

           IF DUP-COUNT IS LESS THAN ZERO THEN
               DISPLAY "EXISTENCE CHECK ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           IF DUP-COUNT IS GREATER THAN ZERO THEN
               DISPLAY "REJECTED: " RNG-LOW "-" RNG-HIGH
                   " OVERLAPS A RANGE ANOTHER SITE HOLDS OR HAS HELD"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

      *    NOR ANY LIVE OR ARCHIVED ID THIS SITE DID NOT ISSUE ITSELF
      *    (A RESTORED ID COMES BACK UNDER THE SAME NUMBER)
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "SELECT COUNT(*) FROM (SELECT ID FROM PEOPLE UNION "
               DELIMITED BY SIZE
               "SELECT ID FROM PEOPLE_ARCHIVE) U WHERE ID BETWEEN "
               DELIMITED BY SIZE
               RNG-LOW DELIMITED BY SIZE
               " AND " DELIMITED BY SIZE
               RNG-HIGH DELIMITED BY SIZE
               " AND NOT EXISTS (SELECT 1 FROM SITERANGE R WHERE "
               DELIMITED BY SIZE
               "R.SITE='" DELIMITED BY SIZE
               RNG-SITE DELIMITED BY SIZE
               "' AND U.ID BETWEEN R.LOW_ID AND R.HIGH_ID);"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           PERFORM RUN-COUNT-QUERY

           IF DUP-COUNT IS LESS THAN ZERO THEN
               DISPLAY "EXISTENCE CHECK ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           IF DUP-COUNT IS GREATER THAN ZERO THEN
               DISPLAY "REJECTED: " DUP-COUNT " IDS IN " RNG-LOW "-"
                   RNG-HIGH " ALREADY IN USE FROM ANOTHER SITE"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

      *    CLOSE THE CURRENT HISTORY ROW, OPEN THE NEW ONE AND MAKE
      *    IT THE SITE'S SITECTL RANGE
           ACCEPT RNG-DATE FROM DATE YYYYMMDD
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "UPDATE SITERANGE SET ENDED='" DELIMITED BY SIZE
               RNG-DATE DELIMITED BY SIZE
               "' WHERE SITE='" DELIMITED BY SIZE
               RNG-SITE DELIMITED BY SIZE
               "' AND ENDED='';INSERT INTO SITERANGE VALUES('"
               DELIMITED BY SIZE
               RNG-SITE DELIMITED BY SIZE
               "'," DELIMITED BY SIZE
               RNG-LOW DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               RNG-HIGH DELIMITED BY SIZE
               ",'" DELIMITED BY SIZE
               RNG-DATE DELIMITED BY SIZE
               "','','" DELIMITED BY SIZE
               OPERATOR-ID-WS DELIMITED BY SPACE
               "');INSERT OR REPLACE INTO SITECTL VALUES('"
               DELIMITED BY SIZE
               RNG-SITE DELIMITED BY SIZE
               "'," DELIMITED BY SIZE
               RNG-LOW DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               RNG-HIGH DELIMITED BY SIZE
               ");"
               INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "SITE-RANGE-MAINT" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

      *    OUR OWN SITE'S SEQUENCE MOVES ONTO THE NEW RANGE UNLESS IT
      *    ALREADY SITS INSIDE IT (AN EXTENSION OF THE SAME RANGE
      *    CARRIES ON FROM WHERE IT GOT TO)
           IF ERROR-CODE IS EQUAL TO ZERO AND
               RNG-SITE IS EQUAL TO SITE-CODE THEN
               MOVE LOW-VALUES TO SQL-QUERY

               STRING "UPDATE SEQCTL SET NEXT_ID=" DELIMITED BY SIZE
                   RNG-LOW DELIMITED BY SIZE
                   " WHERE NAME='PEOPLE' AND (NEXT_ID<"
                   DELIMITED BY SIZE
                   RNG-LOW DELIMITED BY SIZE
                   " OR NEXT_ID>" DELIMITED BY SIZE
                   RNG-HIGH DELIMITED BY SIZE
                   ");"
                   INTO SQL-QUERY
               END-STRING

               CALL STATIC "sqlite3_exec" USING
                   BY VALUE SQLITE
                   BY REFERENCE SQL-QUERY
                   BY VALUE 0
                   BY VALUE 0
                   BY VALUE 0
                   RETURNING ERROR-CODE
               END-CALL

               IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
                   MOVE "SITE-RANGE-MAINT" TO SQLERR-WHERE
                   MOVE SQL-QUERY TO SQLERR-STATEMENT
                   PERFORM LOG-SQL-ERROR
               END-IF
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "SITE RANGE UPDATE ERROR"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           PERFORM COMMIT-TXN

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

           DISPLAY "SITE " RNG-SITE " NOW ISSUES IDS " RNG-LOW
               " TO " RNG-HIGH

      *    AUDIT AND JOURNAL UNDER THE SITE CODE; THE JOURNAL'S
      *    BEFORE AND AFTER IMAGES ARE THE OLD AND NEW RANGES AS
      *    LOW-HIGH, THE BEFORE IMAGE BLANK FOR A SITE'S FIRST RANGE
           MOVE "RANGE" TO AUDIT-ACTION
           MOVE ZEROS TO ID-FIELD
           MOVE SPACES TO NAME-FIELD
           MOVE SPACES TO JOURNAL-BEFORE
           MOVE SPACES TO JOURNAL-AFTER

           STRING "GRANTED " RNG-LOW "-" RNG-HIGH
               DELIMITED BY SIZE
               INTO NAME-FIELD
           END-STRING

           IF RNG-HELD IS EQUAL TO "Y" THEN
               STRING RNG-OLD-LOW "-" RNG-OLD-HIGH
                   DELIMITED BY SIZE
                   INTO JOURNAL-BEFORE
               END-STRING
           END-IF

           STRING RNG-LOW "-" RNG-HIGH
               DELIMITED BY SIZE
               INTO JOURNAL-AFTER
           END-STRING

           MOVE RNG-SITE TO AUDIT-KEY
           MOVE RNG-SITE TO JOURNAL-KEY
           PERFORM WRITE-AUDIT-LOG
           PERFORM WRITE-JOURNAL.

      *    MASS CHANGE SIGN-OFF - THE SUPERVISOR KEYS IN THE CRITERIA
      *    AND CONTROL TOTALS OFF A COBOL-SQLITE-MASSCHG PREVIEW
      *    REPORT AND IS GIVEN THE AUTHBY AND AUTHKEY CARDS FOR THE
      *    COMMIT RUN. THE KEY IS FOLDED FROM THE SUPERVISOR'S OWN
      *    PASSWORD HASH OVER EXACTLY THOSE VALUES, SO IT FITS NO
      *    OTHER CHANGE AND NO OTHER ROW COUNT. THE SIGN-OFF ITSELF IS
      *    KEPT AS A MASSAUTH ROW AND AUDITED; THE COMMIT RUN NEEDS
      *    THAT ROW, UNUSED, AND USES IT UP. NO ROW, NO KEY. THE
      *    COMMIT RUN'S AUDIT LINES CARRY THE SUPERVISOR'S ID.
      *    SUPERVISOR-ONLY.
       MASS-CHANGE-AUTH.
           MOVE SPACES TO MASS-AUTH-REC
           MOVE ZEROS TO MAU-ROWS
           MOVE ZEROS TO MAU-IDTOTAL

           DISPLAY MASS-AUTH-SCREEN
           ACCEPT MASS-AUTH-SCREEN

           IF CRT-STATUS IS NOT EQUAL TO ZERO THEN
               DISPLAY "CANCELLED - NO KEY ISSUED"
               EXIT PARAGRAPH
           END-IF

           INSPECT MAU-TABLE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT MAU-FIELD CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT MAU-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF NOT ((MAU-TABLE IS EQUAL TO "PEOPLE" AND
                    MAU-FIELD IS EQUAL TO "NAME") OR
                   (MAU-TABLE IS EQUAL TO "ADDRESSES" AND
                    (MAU-FIELD IS EQUAL TO "STREET" OR
                     MAU-FIELD IS EQUAL TO "CITY" OR
                     MAU-FIELD IS EQUAL TO "PHONE"))) THEN
               DISPLAY "REJECTED: PEOPLE NAME OR ADDRESSES STREET, "
                   "CITY OR PHONE ONLY"
               EXIT PARAGRAPH
           END-IF

           IF MAU-TYPE IS NOT EQUAL TO "M" AND
               MAU-TYPE IS NOT EQUAL TO "P" THEN
               DISPLAY "REJECTED: MATCH MUST BE M (WHOLE VALUE) OR "
                   "P (PREFIX)"
               EXIT PARAGRAPH
           END-IF

           IF MAU-MATCH IS EQUAL TO SPACES THEN
               DISPLAY "REJECTED: MATCH VALUE CANNOT BE BLANK"
               EXIT PARAGRAPH
           END-IF

           IF MAU-ROWS IS NOT NUMERIC OR
               MAU-IDTOTAL IS NOT NUMERIC OR
               MAU-ROWS IS EQUAL TO ZERO THEN
               DISPLAY "REJECTED: PREVIEW ROWS AND ID TOTAL NEEDED"
               EXIT PARAGRAPH
           END-IF

           MOVE OPERATOR-ID-WS TO MAU-AUTHBY

           PERFORM LOAD-OPERATOR-FILE THRU LOAD-OPERATOR-FILE-EXIT
           MOVE OPERATOR-ID-WS TO SIGNON-ID
           PERFORM FIND-OPERATOR

           IF OPR-FOUND IS EQUAL TO ZERO THEN
               DISPLAY "REJECTED: OPERATOR FILE NOT AVAILABLE"
               EXIT PARAGRAPH
           END-IF

      *    THE SAME FOLD AS FOLD-AUTH-KEY IN COBOL-SQLITE-MASSCHG
           MOVE OPT-HASH(OPR-FOUND) TO HASH-WORK

           PERFORM VARYING MASS-CHR-IDX FROM 1 BY 1
               UNTIL MASS-CHR-IDX IS GREATER THAN 107
               COMPUTE ORD-VAL =
                   FUNCTION ORD(MASS-AUTH-CHAR(MASS-CHR-IDX))
               COMPUTE HASH-WORK = HASH-WORK * 31 + ORD-VAL
               DIVIDE HASH-WORK BY HASH-MODULUS
                   GIVING HASH-DIV REMAINDER HASH-REM
               MOVE HASH-REM TO HASH-WORK
           END-PERFORM

           MOVE HASH-WORK TO MASS-KEY

           MOVE MAU-MATCH TO TEXT-IN
           PERFORM ESCAPE-TEXT
           MOVE ESCAPED-TEXT TO MASS-MATCH-ESC
           MOVE MAU-REPLACE TO TEXT-IN
           PERFORM ESCAPE-TEXT
           MOVE ESCAPED-TEXT TO MASS-REPLACE-ESC

           ACCEPT MASS-ISSUED-DATE FROM DATE YYYYMMDD
           ACCEPT MASS-ISSUED-TIME FROM TIME

           CALL STATIC "sqlite3_open" USING
               BY REFERENCE DATABASE-NAME
               BY REFERENCE SQLITE
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "MASS-CHANGE-AUTH" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               DISPLAY "OPENING ERROR - NO KEY ISSUED"
               EXIT PARAGRAPH
           END-IF

           PERFORM BEGIN-TXN

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "DATABASE BUSY, TRY AGAIN - NO KEY ISSUED"
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

      *    THE MATCH AND REPLACEMENT VALUES GO ON THE ROW QUOTED AND
      *    TRIMMED THE WAY COBOL-SQLITE-MASSCHG QUOTES ITS CARDS
           MOVE LOW-VALUES TO SQL-QUERY

           STRING "INSERT INTO MASSAUTH VALUES(" DELIMITED BY SIZE
               MASS-KEY DELIMITED BY SIZE
               ",'" DELIMITED BY SIZE
               MAU-AUTHBY DELIMITED BY SPACE
               "','" DELIMITED BY SIZE
               MAU-TABLE DELIMITED BY SPACE
               "','" DELIMITED BY SIZE
               MAU-FIELD DELIMITED BY SPACE
               "','" DELIMITED BY SIZE
               MAU-TYPE DELIMITED BY SIZE
               "',RTRIM('" DELIMITED BY SIZE
               MASS-MATCH-ESC DELIMITED BY SIZE
               "'),RTRIM('" DELIMITED BY SIZE
               MASS-REPLACE-ESC DELIMITED BY SIZE
               "')," DELIMITED BY SIZE
               MAU-ROWS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               MAU-IDTOTAL DELIMITED BY SIZE
               ",'" DELIMITED BY SIZE
               MASS-ISSUED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MASS-ISSUED-TIME DELIMITED BY SIZE
               "','');" DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           CALL STATIC "sqlite3_exec" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "MASS-CHANGE-AUTH" TO SQLERR-WHERE
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               DISPLAY "SIGN-OFF NOT RECORDED - NO KEY ISSUED"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           PERFORM COMMIT-TXN

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "SIGN-OFF NOT RECORDED - NO KEY ISSUED"
               PERFORM ROLLBACK-TXN
               CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_close" USING
               BY VALUE SQLITE
           END-CALL

      *    THE SIGN-OFF ON THE AUDIT LOG UNDER THE SUPERVISOR'S ID
           MOVE "MCAUTH" TO AUDIT-ACTION
           MOVE ZEROS TO ID-FIELD
           MOVE SPACES TO NAME-FIELD

           STRING "KEY " MASS-KEY " ROWS " MAU-ROWS
               DELIMITED BY SIZE
               INTO NAME-FIELD
           END-STRING

           PERFORM WRITE-AUDIT-LOG

           DISPLAY "ADD THESE CARDS TO THE COMMIT RUN:"
           DISPLAY "AUTHBY  " MAU-AUTHBY
           DISPLAY "AUTHKEY " MASS-KEY
           DISPLAY "THE KEY FITS ONLY THESE CRITERIA AND TOTALS".

       PRESS-ENTER.
           DISPLAY "PRESS ENTER TO CONTINUE"
           ACCEPT PAUSE-KEY.

       EXIT-TEST.

      *    THE SCHEMA GATE - A SHORT-LIVED CONNECTION OF ITS OWN,
      *    COMPARED AGAINST THE VERSION ROW COBOL-SQLITE-SCHEMA
      *    MAINTAINS; A MISMATCH STOPS THE RUN COLD AND SAYS WHAT TO
      *    DO INSTEAD OF FAILING SOMEWHERE MID-RUN
       CHECK-SCHEMA-VERSION.
           SET SCHEMA-DB TO NULL

           CALL STATIC "sqlite3_open" USING
               BY REFERENCE DATABASE-NAME
               BY REFERENCE SCHEMA-DB
               RETURNING SCHEMA-RC
           END-CALL

           IF SCHEMA-RC IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR ON DATABASE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZERO TO SCHEMA-VERSION-DB
           MOVE LOW-VALUES TO SCHEMA-QUERY

           STRING "SELECT VERSION FROM SCHEMACTL WHERE "
               DELIMITED BY SIZE
               "NAME='SCHEMA';" DELIMITED BY SIZE
               INTO SCHEMA-QUERY
           END-STRING

           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SCHEMA-DB
               BY REFERENCE SCHEMA-QUERY
               BY VALUE -1
               BY REFERENCE SCHEMA-STMT
               BY VALUE 0
               RETURNING SCHEMA-RC
           END-CALL

           IF SCHEMA-RC IS EQUAL TO ZERO THEN
               CALL STATIC "sqlite3_step" USING
                   BY VALUE SCHEMA-STMT
                   RETURNING SCHEMA-STEP
               END-CALL

               IF SCHEMA-STEP IS EQUAL TO SCHEMA-ROW THEN
                   CALL STATIC "sqlite3_column_int" USING
                       BY VALUE SCHEMA-STMT
                       BY VALUE 0
                       RETURNING SCHEMA-VERSION-DB
                   END-CALL
               END-IF

               CALL STATIC "sqlite3_finalize" USING
                   BY VALUE SCHEMA-STMT
               END-CALL
           END-IF

           CALL STATIC "sqlite3_close" USING
               BY VALUE SCHEMA-DB
           END-CALL

           IF SCHEMA-VERSION-DB IS NOT EQUAL TO
