      * REJECT-TOLERANCE CONTROL RECORD - ONE LINE PER BATCH PROGRAM
      * ON tolerance.dat, KEYED BY PROGRAM-ID. A RUN BREACHES WHEN
      * ITS REJECTS EXCEED THE COUNT OR THE WHOLE-NUMBER PERCENTAGE
      * OF RECORDS READ; A ZERO LIMIT IS NOT CHECKED. ACTION ABORT
      * ENDS THE STEP WITH CONDITION CODE 12 (RS-STATUS TOLA) SO
      * COBOL-SQLITE-DRIVER STOPS THE STREAM; ANYTHING ELSE ONLY
      * WARNS (RS-STATUS TOLW). A PROGRAM WITH NO LINE HAS NO LIMIT.
      * INCLUDE INSIDE AN 01 GROUP, E.G.:
      *     01 TOLERANCE-RECORD.
      *         COPY TOLERANCE.
           02 TOL-PROGRAM   PIC X(22).
           02 FILLER        PIC X VALUE IS SPACE.
           02 TOL-MAX-COUNT PIC 9(6).
           02 FILLER        PIC X VALUE IS SPACE.
           02 TOL-MAX-PCT   PIC 9(3).
           02 FILLER        PIC X VALUE IS SPACE.
           02 TOL-ACTION    PIC X(5).
