      * REJECT QUEUE ACTION - WHAT BECAME OF ONE REJECT QUEUE ITEM,
      * APPENDED TO ./data/rejact.log BY THE CORRECTION PANEL IN
      * COBOL-SQLITE. THE FIRST FOUR FIELDS REPEAT THE ITEM'S
      * IDENTITY FROM REJQUEUE.CPY. STATUS R = CORRECTED AND
      * RESUBMITTED (RJA-TRANS IS WHAT WENT ONTO people_trans.dat),
      * A = ABANDONED (RJA-NOTE SAYS WHY).
      * INCLUDE INSIDE AN 01 GROUP, E.G.:
      *     01 REJACT-RECORD.
      *         COPY REJACT.
           02 RJA-RJQ-DATE    PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 RJA-RJQ-TIME    PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 RJA-RJQ-PROGRAM PIC X(22).
           02 FILLER          PIC X VALUE IS SPACE.
           02 RJA-RJQ-SEQ     PIC 9(6).
           02 FILLER          PIC X VALUE IS SPACE.
           02 RJA-STATUS      PIC X.
           02 FILLER          PIC X VALUE IS SPACE.
           02 RJA-DATE        PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 RJA-TIME        PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 RJA-OPERATOR    PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 RJA-NOTE        PIC X(40).
           02 FILLER          PIC X VALUE IS SPACE.
           02 RJA-TRANS       PIC X(72).
