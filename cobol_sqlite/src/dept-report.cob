       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-SQLITE-DEPTRPT.
       AUTHOR.     NIK MAFFI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "dept.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-FILE-STATUS.
           SELECT SQLERR-FILE ASSIGN TO "./data/sqlerr.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQLERR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-LINE          PIC X(100).
       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           COPY RUNSTATS.
       FD  SQLERR-FILE.
       01  SQLERR-RECORD.
           COPY SQLERR.
       WORKING-STORAGE SECTION.
       77 SQLITE           POINTER.
       77 SCAN-STMT        POINTER.
       77 ERROR-CODE       PIC S9(5) USAGE IS COMP-5.
       77 STEP-CODE        PIC S9(5) USAGE IS COMP-5.
       77 DATABASE-NAME    PIC X(14) VALUE IS "./data/data.db".
       77 SQL-QUERY        PIC X(300).
       77 SQLITE-ROW       PIC S9(5) USAGE IS COMP-5 VALUE IS 100.
       77 PRINT-FILE-STATUS PIC X(02).
       77 COL-INT-RAW      PIC S9(9) USAGE IS COMP-5.
       77 COL-TEXT-PTR     POINTER.
       77 COL-TEXT         PIC X(40) BASED.
       77 COL-TEXT-WS      PIC X(40).
       77 RUN-DATE         PIC 9(8).
       77 LINE-COUNT       PIC 9(3)  VALUE IS ZERO.
       77 LINES-PER-PAGE   PIC 9(3)  VALUE IS 50.
       77 QUERY-FAILED     PIC X     VALUE IS "N".
       77 DEPT-TOTAL       PIC 9(6)  VALUE IS ZERO.
       77 HEADCOUNT-TOTAL  PIC 9(6)  VALUE IS ZERO.
       77 NO-DEPT-TOTAL    PIC 9(6)  VALUE IS ZERO.
       77 NO-MANAGER-TOTAL PIC 9(6)  VALUE IS ZERO.
       77 EXCEPTION-COUNT  PIC 9(6)  VALUE IS ZERO.
      *    COST-CENTRE CONTROL BREAK - THE DEPARTMENTS COME BACK IN
      *    COST-CENTRE ORDER AND A SUBTOTAL IS PRINTED AT EACH CHANGE
       77 CURRENT-COSTCTR  PIC X(6)  VALUE IS SPACES.
       77 COSTCTR-DEPTS    PIC 9(6)  VALUE IS ZERO.
       77 COSTCTR-HEADS    PIC 9(6)  VALUE IS ZERO.
       77 COSTCTR-STARTED  PIC X     VALUE IS "N".
       01 DEPARTMENT-RECORD.
           COPY DEPARTMENTS.
       77 DEPT-HEADCOUNT   PIC 9(6).
       01 HEADER-1.
           02 FILLER       PIC X(38)
               VALUE IS "DEPARTMENT HEADCOUNT REPORT".
           02 FILLER       PIC X(8)  VALUE IS "  DATE: ".
           02 HDR-DATE     PIC 9(8).
       01 SECTION-HEADING.
           02 SHD-TEXT     PIC X(50).
       01 HEADCOUNT-HEADING.
           02 FILLER       PIC X(8)  VALUE IS "COSTCTR".
           02 FILLER       PIC X(6)  VALUE IS "DEPT".
           02 FILLER       PIC X(32) VALUE IS "NAME".
           02 FILLER       PIC X(9)  VALUE IS "MANAGER".
           02 FILLER       PIC X(9)  VALUE IS "HEADCOUNT".
       01 HEADCOUNT-LINE.
           02 HCL-COSTCTR  PIC X(6).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 HCL-CODE     PIC X(4).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 HCL-NAME     PIC X(30).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 HCL-MANAGER  PIC Z(5)9.
           02 FILLER       PIC X(6)  VALUE IS SPACES.
           02 HCL-COUNT    PIC ZZZZZ9.
       01 COSTCTR-LINE.
           02 FILLER       PIC X(8)  VALUE IS SPACES.
           02 FILLER       PIC X(12) VALUE IS "COST CENTRE ".
           02 CCL-COSTCTR  PIC X(6).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 CCL-DEPTS    PIC ZZZZZ9.
           02 FILLER       PIC X(14) VALUE IS " DEPARTMENT(S)".
           02 FILLER       PIC X(6)  VALUE IS SPACES.
           02 CCL-HEADS    PIC ZZZZZ9.
       01 PERSON-HEADING.
           02 FILLER       PIC X(8)  VALUE IS "    ID".
           02 FILLER       PIC X(30) VALUE IS "NAME".
       01 PERSON-LINE.
           02 PSL-ID       PIC Z(5)9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 PSL-NAME     PIC X(30).
       01 MANAGER-HEADING.
           02 FILLER       PIC X(6)  VALUE IS "DEPT".
           02 FILLER       PIC X(32) VALUE IS "NAME".
           02 FILLER       PIC X(9)  VALUE IS "MANAGER".
       01 MANAGER-LINE.
           02 MGL-CODE     PIC X(4).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 MGL-NAME     PIC X(30).
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 MGL-MANAGER  PIC Z(5)9.
           02 FILLER       PIC X(2)  VALUE IS SPACES.
           02 FILLER       PIC X(13) VALUE IS "NOT ON PEOPLE".
       01 FAILED-LINE.
           02 FILLER       PIC X(40)
               VALUE IS "    SECTION NOT PRODUCED - QUERY ERROR".
       01 TRAILER-1.
           02 FILLER       PIC X(13) VALUE IS "DEPARTMENTS: ".
           02 TRL-DEPTS    PIC ZZZZZ9.
           02 FILLER       PIC X(14) VALUE IS "  HEADCOUNT: ".
           02 TRL-HEADS    PIC ZZZZZ9.
       01 TRAILER-2.
           02 FILLER       PIC X(21) VALUE IS "NO DEPARTMENT:       ".
           02 TRL-NO-DEPT  PIC ZZZZZ9.
           02 FILLER       PIC X(23) VALUE IS "  MANAGER NOT ON FILE: ".
           02 TRL-NO-MGR   PIC ZZZZZ9.
       77 RUNSTATS-FILE-STATUS PIC X(02).
       77 RS-START-DATE-WS PIC 9(8).
       77 RS-START-TIME-WS PIC 9(8).
       77 RS-END-DATE-WS  PIC 9(8).
       77 RS-END-TIME-WS  PIC 9(8).
       77 RS-STATUS-WS    PIC X(4)  VALUE IS "OK".
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
      *    THE DATABASE MUST BE AT THE SCHEMA VERSION THIS PROGRAM
      *    WAS BUILT FOR - COBOL-SQLITE-SCHEMA (JOBSTREAM STEP 01)
      *    OWNS TABLE CREATION AND THE VERSION ROW
       77 WANTED-SCHEMA-VERSION PIC 9(2) VALUE IS 7.
       77 SCHEMA-DB        POINTER.
       77 SCHEMA-STMT      POINTER.
       77 SCHEMA-STEP      PIC S9(5) USAGE IS COMP-5.
       77 SCHEMA-ROW       PIC S9(5) USAGE IS COMP-5 VALUE IS 100.
       77 SCHEMA-RC        PIC S9(5) USAGE IS COMP-5.
       77 SCHEMA-VERSION-DB PIC S9(9) USAGE IS COMP-5.
       77 SCHEMA-QUERY     PIC X(60).
       PROCEDURE DIVISION.
           PERFORM CHECK-SCHEMA-VERSION

           SET SQLITE TO NULL.

           ACCEPT RS-START-DATE-WS FROM DATE YYYYMMDD
           ACCEPT RS-START-TIME-WS FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT PRINT-FILE

           IF PRINT-FILE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "OPENING ERROR ON PRINT-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL STATIC "sqlite3_open" USING
               BY REFERENCE DATABASE-NAME
               BY REFERENCE SQLITE
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE "MAINLINE" TO SQLERR-WHERE
               MOVE DATABASE-NAME TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
           END-IF

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               DISPLAY "OPENING ERROR ON DATABASE"
               MOVE 8 TO RETURN-CODE
               CLOSE PRINT-FILE
               STOP RUN
           END-IF

           MOVE RUN-DATE TO HDR-DATE
           WRITE PRINT-LINE FROM HEADER-1

           PERFORM REPORT-HEADCOUNT THRU REPORT-HEADCOUNT-EXIT
           PERFORM REPORT-NO-DEPT THRU REPORT-NO-DEPT-EXIT
           PERFORM REPORT-NO-MANAGER THRU REPORT-NO-MANAGER-EXIT

           CALL STATIC "sqlite3_close" USING BY VALUE SQLITE
           END-CALL

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE DEPT-TOTAL TO TRL-DEPTS
           MOVE HEADCOUNT-TOTAL TO TRL-HEADS
           WRITE PRINT-LINE FROM TRAILER-1
           MOVE NO-DEPT-TOTAL TO TRL-NO-DEPT
           MOVE NO-MANAGER-TOTAL TO TRL-NO-MGR
           WRITE PRINT-LINE FROM TRAILER-2

           CLOSE PRINT-FILE

           ADD NO-DEPT-TOTAL NO-MANAGER-TOTAL GIVING EXCEPTION-COUNT

           DISPLAY DEPT-TOTAL " DEPARTMENTS, "
               HEADCOUNT-TOTAL " ASSIGNED, "
               NO-DEPT-TOTAL " WITH NO DEPARTMENT, "
               NO-MANAGER-TOTAL " MANAGERS NOT ON FILE"

      *    CONDITION CODE FOR THE JOBSTREAM - 8 WHEN A SECTION COULD
      *    NOT BE PRODUCED, 4 WHEN THERE IS ANYTHING TO CHASE UP
           IF QUERY-FAILED IS EQUAL TO "Y" THEN
               MOVE "ERR" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF EXCEPTION-COUNT IS GREATER THAN ZERO THEN
               MOVE "WARN" TO RS-STATUS-WS
               PERFORM WRITE-RUN-STATS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-RUN-STATS
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

      *    HEADCOUNT BY DEPARTMENT WITHIN COST CENTRE. ONLY PEOPLE
      *    STILL ON PEOPLE ARE COUNTED, AND A DEPARTMENT WITH NOBODY
      *    IN IT IS STILL LISTED WITH A HEADCOUNT OF ZERO.
       REPORT-HEADCOUNT.
           MOVE "HEADCOUNT BY DEPARTMENT AND COST CENTRE"
               TO SHD-TEXT
           PERFORM START-SECTION
           WRITE PRINT-LINE FROM HEADCOUNT-HEADING
           PERFORM BUMP-LINE-COUNT

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT D.CODE,IFNULL(D.NAME,''),"
               DELIMITED BY SIZE
               "IFNULL(D.COSTCTR,''),IFNULL(D.MANAGER,0),"
               DELIMITED BY SIZE
               "(SELECT COUNT(*) FROM DEPTASSIGN A,PEOPLE P "
               DELIMITED BY SIZE
               "WHERE A.DEPT=D.CODE AND P.ID=A.ID) "
               DELIMITED BY SIZE
               "FROM DEPARTMENTS D ORDER BY D.COSTCTR,D.CODE;"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "REPORT-HEADCOUNT" TO SQLERR-WHERE
           PERFORM PREPARE-SCAN

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               GO TO REPORT-HEADCOUNT-EXIT
           END-IF

           PERFORM PRINT-HEADCOUNT-ROW UNTIL STEP-CODE IS NOT EQUAL
               TO SQLITE-ROW

           CALL STATIC "sqlite3_finalize" USING BY VALUE SCAN-STMT
           END-CALL

           IF COSTCTR-STARTED IS EQUAL TO "Y" THEN
               PERFORM PRINT-COSTCTR-TOTAL
           ELSE
               MOVE "    NO DEPARTMENTS ON FILE" TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM BUMP-LINE-COUNT
           END-IF.

       REPORT-HEADCOUNT-EXIT.
           EXIT.

       PRINT-HEADCOUNT-ROW.
           MOVE SPACES TO DEPARTMENT-RECORD

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 0
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO DEP-CODE

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 1
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO DEP-NAME

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 2
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO DEP-COSTCTR

           CALL STATIC "sqlite3_column_int" USING
               BY VALUE SCAN-STMT
               BY VALUE 3
               RETURNING COL-INT-RAW
           END-CALL

           MOVE COL-INT-RAW TO DEP-MANAGER

           CALL STATIC "sqlite3_column_int" USING
               BY VALUE SCAN-STMT
               BY VALUE 4
               RETURNING COL-INT-RAW
           END-CALL

           MOVE COL-INT-RAW TO DEPT-HEADCOUNT

           IF COSTCTR-STARTED IS EQUAL TO "Y" AND
               DEP-COSTCTR IS NOT EQUAL TO CURRENT-COSTCTR THEN
               PERFORM PRINT-COSTCTR-TOTAL
           END-IF

           IF COSTCTR-STARTED IS EQUAL TO "N" THEN
               MOVE "Y" TO COSTCTR-STARTED
               MOVE DEP-COSTCTR TO CURRENT-COSTCTR
               MOVE ZERO TO COSTCTR-DEPTS
               MOVE ZERO TO COSTCTR-HEADS
           END-IF

           MOVE SPACES TO HEADCOUNT-LINE
           MOVE DEP-COSTCTR TO HCL-COSTCTR
           MOVE DEP-CODE TO HCL-CODE
           MOVE DEP-NAME TO HCL-NAME
           MOVE DEP-MANAGER TO HCL-MANAGER
           MOVE DEPT-HEADCOUNT TO HCL-COUNT
           WRITE PRINT-LINE FROM HEADCOUNT-LINE
           PERFORM BUMP-LINE-COUNT

           ADD 1 TO COSTCTR-DEPTS
           ADD DEPT-HEADCOUNT TO COSTCTR-HEADS
           ADD 1 TO DEPT-TOTAL
           ADD DEPT-HEADCOUNT TO HEADCOUNT-TOTAL

           CALL STATIC "sqlite3_step" USING
               BY VALUE SCAN-STMT
               RETURNING STEP-CODE
           END-CALL.

      *    SUBTOTAL FOR THE COST CENTRE JUST FINISHED - THE NEXT ROW
      *    (IF ANY) STARTS A NEW ONE
       PRINT-COSTCTR-TOTAL.
           MOVE CURRENT-COSTCTR TO CCL-COSTCTR
           MOVE COSTCTR-DEPTS TO CCL-DEPTS
           MOVE COSTCTR-HEADS TO CCL-HEADS
           WRITE PRINT-LINE FROM COSTCTR-LINE
           PERFORM BUMP-LINE-COUNT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM BUMP-LINE-COUNT
           MOVE "N" TO COSTCTR-STARTED.

      *    PEOPLE WITH NO DEPARTMENT - NO DEPTASSIGN ROW, OR ONE THAT
      *    POINTS AT A DEPARTMENT NO LONGER ON FILE
       REPORT-NO-DEPT.
           MOVE "PEOPLE WITH NO DEPARTMENT" TO SHD-TEXT
           PERFORM START-SECTION
           WRITE PRINT-LINE FROM PERSON-HEADING
           PERFORM BUMP-LINE-COUNT

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT ID,IFNULL(NAME,'') FROM PEOPLE WHERE ID "
               DELIMITED BY SIZE
               "NOT IN (SELECT A.ID FROM DEPTASSIGN A,DEPARTMENTS D "
               DELIMITED BY SIZE
               "WHERE D.CODE=A.DEPT) ORDER BY ID;"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "REPORT-NO-DEPT" TO SQLERR-WHERE
           PERFORM PREPARE-SCAN

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               GO TO REPORT-NO-DEPT-EXIT
           END-IF

           PERFORM PRINT-NO-DEPT-ROW UNTIL STEP-CODE IS NOT EQUAL
               TO SQLITE-ROW

           CALL STATIC "sqlite3_finalize" USING BY VALUE SCAN-STMT
           END-CALL

           IF NO-DEPT-TOTAL IS EQUAL TO ZERO THEN
               MOVE "    EVERYONE HAS A DEPARTMENT" TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM BUMP-LINE-COUNT
           END-IF.

       REPORT-NO-DEPT-EXIT.
           EXIT.

       PRINT-NO-DEPT-ROW.
           MOVE SPACES TO PERSON-LINE

           CALL STATIC "sqlite3_column_int" USING
               BY VALUE SCAN-STMT
               BY VALUE 0
               RETURNING COL-INT-RAW
           END-CALL

           MOVE COL-INT-RAW TO PSL-ID

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 1
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO PSL-NAME

           WRITE PRINT-LINE FROM PERSON-LINE
           PERFORM BUMP-LINE-COUNT

           ADD 1 TO NO-DEPT-TOTAL

           CALL STATIC "sqlite3_step" USING
               BY VALUE SCAN-STMT
               RETURNING STEP-CODE
           END-CALL.

      *    A MANAGER ID OF ZERO IS A VACANT POST, NOT AN EXCEPTION -
      *    ONLY A NON-ZERO ID THAT HAS SINCE LEFT PEOPLE IS LISTED
       REPORT-NO-MANAGER.
           MOVE "DEPARTMENTS WHOSE MANAGER IS NOT ON PEOPLE"
               TO SHD-TEXT
           PERFORM START-SECTION
           WRITE PRINT-LINE FROM MANAGER-HEADING
           PERFORM BUMP-LINE-COUNT

           MOVE LOW-VALUES TO SQL-QUERY
           STRING "SELECT CODE,IFNULL(NAME,''),MANAGER FROM "
               DELIMITED BY SIZE
               "DEPARTMENTS WHERE MANAGER>0 AND MANAGER NOT IN "
               DELIMITED BY SIZE
               "(SELECT ID FROM PEOPLE) ORDER BY CODE;"
               DELIMITED BY SIZE
               INTO SQL-QUERY
           END-STRING

           MOVE "REPORT-NO-MANAGER" TO SQLERR-WHERE
           PERFORM PREPARE-SCAN

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               GO TO REPORT-NO-MANAGER-EXIT
           END-IF

           PERFORM PRINT-NO-MANAGER-ROW UNTIL STEP-CODE IS NOT EQUAL
               TO SQLITE-ROW

           CALL STATIC "sqlite3_finalize" USING BY VALUE SCAN-STMT
           END-CALL

           IF NO-MANAGER-TOTAL IS EQUAL TO ZERO THEN
               MOVE "    NO EXCEPTIONS" TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM BUMP-LINE-COUNT
           END-IF.

       REPORT-NO-MANAGER-EXIT.
           EXIT.

       PRINT-NO-MANAGER-ROW.
           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 0
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO MGL-CODE

           CALL STATIC "sqlite3_column_text" USING
               BY VALUE SCAN-STMT
               BY VALUE 1
               RETURNING COL-TEXT-PTR
           END-CALL

           PERFORM TAKE-COLUMN-TEXT
           MOVE COL-TEXT-WS TO MGL-NAME

           CALL STATIC "sqlite3_column_int" USING
               BY VALUE SCAN-STMT
               BY VALUE 2
               RETURNING COL-INT-RAW
           END-CALL

           MOVE COL-INT-RAW TO MGL-MANAGER

           WRITE PRINT-LINE FROM MANAGER-LINE
           PERFORM BUMP-LINE-COUNT

           ADD 1 TO NO-MANAGER-TOTAL

           CALL STATIC "sqlite3_step" USING
               BY VALUE SCAN-STMT
               RETURNING STEP-CODE
           END-CALL.

       START-SECTION.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SECTION-HEADING
           PERFORM BUMP-LINE-COUNT
           PERFORM BUMP-LINE-COUNT.

      *    PREPARE SQL-QUERY AND STEP TO THE FIRST ROW - THE CALLER
      *    SETS SQLERR-WHERE. ON A PREPARE ERROR THE SECTION SAYS SO
      *    AND ERROR-CODE IS LEFT NON-ZERO FOR THE CALLER TO TEST.
       PREPARE-SCAN.
           CALL STATIC "sqlite3_prepare_v2" USING
               BY VALUE SQLITE
               BY REFERENCE SQL-QUERY
               BY VALUE -1
               BY REFERENCE SCAN-STMT
               BY VALUE 0
               RETURNING ERROR-CODE
           END-CALL

           IF ERROR-CODE IS NOT EQUAL TO ZERO THEN
               MOVE SQL-QUERY TO SQLERR-STATEMENT
               PERFORM LOG-SQL-ERROR
               WRITE PRINT-LINE FROM FAILED-LINE
               PERFORM BUMP-LINE-COUNT
               DISPLAY SQLERR-WHERE " QUERY ERROR"
               MOVE "Y" TO QUERY-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL STATIC "sqlite3_step" USING
               BY VALUE SCAN-STMT
               RETURNING STEP-CODE
           END-CALL.

      *    THE COLUMN TEXT IS A C STRING - EVERYTHING FROM THE
      *    TERMINATING NUL ON IS NOT OURS AND IS BLANKED
       TAKE-COLUMN-TEXT.
           MOVE SPACES TO COL-TEXT-WS

           IF COL-TEXT-PTR IS EQUAL TO NULL THEN
               EXIT PARAGRAPH
           END-IF

           SET ADDRESS OF COL-TEXT TO COL-TEXT-PTR
           MOVE COL-TEXT TO COL-TEXT-WS
           INSPECT COL-TEXT-WS REPLACING CHARACTERS BY SPACE
               AFTER INITIAL LOW-VALUE
           INSPECT COL-TEXT-WS REPLACING ALL LOW-VALUE BY SPACE.

       BUMP-LINE-COUNT.
           ADD 1 TO LINE-COUNT

           IF LINE-COUNT IS GREATER THAN OR EQUAL TO LINES-PER-PAGE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE AFTER ADVANCING PAGE
               WRITE PRINT-LINE FROM HEADER-1
               MOVE ZERO TO LINE-COUNT
           END-IF.

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
           MOVE "COBOL-SQLITE-DEPTRPT" TO SQE-PROGRAM
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
           MOVE "COBOL-SQLITE-DEPTRPT" TO RS-PROGRAM
           MOVE RS-START-DATE-WS TO RS-START-DATE
           MOVE RS-START-TIME-WS TO RS-START-TIME
           MOVE RS-END-DATE-WS TO RS-END-DATE
           MOVE RS-END-TIME-WS TO RS-END-TIME
           MOVE DEPT-TOTAL TO RS-READ
           MOVE DEPT-TOTAL TO RS-WRITTEN
           MOVE EXCEPTION-COUNT TO RS-REJECTED
           MOVE RS-STATUS-WS TO RS-STATUS
           WRITE RUNSTATS-RECORD
           CLOSE RUNSTATS-FILE.

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
               WANTED-SCHEMA-VERSION THEN
               DISPLAY "SCHEMA VERSION MISMATCH - DATABASE AT "
                   SCHEMA-VERSION-DB ", THIS PROGRAM WANTS "
                   WANTED-SCHEMA-VERSION
               DISPLAY "RUN COBOL-SQLITE-SCHEMA (JOBSTREAM STEP "
                   "01) FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZERO TO RETURN-CODE.

       END PROGRAM COBOL-SQLITE-DEPTRPT.
