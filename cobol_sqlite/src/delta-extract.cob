           02 JRN-AFTER    PIC X(30).
           02 FILLER       PIC X.
           02 JRN-OPERATOR PIC X(8).
           02 FILLER       PIC X.
           02 JRN-SEQ      PIC X(8).
           02 FILLER       PIC X.
           02 JRN-HASH     PIC X(10).
      *    GENERATION CONTROL - THE LAST GENERATION CUT AND THE
      *    JOURNAL TIMESTAMP IT REACHED
       FD  GEN-FILE.
               MOVE JRN-STAMP-TIME TO HIGH-TIME
           END-IF

      *    DEPARTMENT ASSIGNMENTS, PAY CROSS-REFERENCE FIXES AND
      *    SITE RANGE GRANTS SHARE THE JOURNAL BUT ARE NOT PART OF
      *    THE PEOPLE DELTA - FOLDED IN, THEIR TEXT WOULD GO OUT AS
      *    THE PERSON'S NAME
           IF JRN-ACTION IS EQUAL TO "ASSIGN" OR
               JRN-ACTION IS EQUAL TO "UNASGN" OR
               JRN-ACTION IS EQUAL TO "RANGE" OR
               JRN-ACTION(1:4) IS EQUAL TO "XREF" THEN
               GO TO PICK-JOURNAL-LINE-EXIT
           END-IF

           ADD 1 TO PICKED-COUNT
           PERFORM FOLD-INTO-DELTA.

