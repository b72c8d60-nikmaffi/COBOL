           02 JRN-AFTER    PIC X(30).
           02 FILLER       PIC X.
           02 JRN-OPERATOR PIC X(8).
           02 FILLER       PIC X.
           02 JRN-SEQ      PIC X(8).
           02 FILLER       PIC X.
           02 JRN-HASH     PIC X(10).
      *    CUTOFF CONTROL - THE JOURNAL STAMP THE LAST INTERCHANGE
      *    REACHED
       FD  CTL-FILE.
               GO TO PICK-JOURNAL-LINE-EXIT
           END-IF

      *    DEPARTMENTS, ASSIGNMENTS AND PAY CROSS-REFERENCES ARE
      *    KEPT SITE BY SITE - ONLY CHANGES TO THE PEOPLE RECORDS
      *    THEMSELVES TRAVEL
           IF JRN-ACTION IS EQUAL TO "ASSIGN" OR
               JRN-ACTION IS EQUAL TO "UNASGN" OR
               JRN-ACTION(1:4) IS EQUAL TO "XREF" THEN
               GO TO PICK-JOURNAL-LINE-EXIT
           END-IF

           MOVE SPACES TO INTER-RECORD
           MOVE "D" TO IND-TYPE
           MOVE JRN-ACTION TO IND-ACTION
