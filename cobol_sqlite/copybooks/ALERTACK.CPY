      * SHARED ALERT ACKNOWLEDGEMENT RECORD - ONE LINE PER ALERT A
      * SUPERVISOR HAS CLEARED, APPENDED TO ./data/alertack.log BY
      * COBOL-SQLITE. THE FIRST FOUR FIELDS REPEAT THE IDENTITY OF
      * THE ALERT ON alerts.log; AN ALERT WITH NO MATCHING LINE
      * HERE IS STILL OPEN. NOTHING IS EVER REMOVED.
      * INCLUDE INSIDE AN 01 GROUP, E.G.:
      *     01 ALERTACK-RECORD.
      *         COPY ALERTACK.
           02 ALK-ALR-DATE    PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 ALK-ALR-TIME    PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 ALK-ALR-PROGRAM PIC X(22).
           02 FILLER          PIC X VALUE IS SPACE.
           02 ALK-ALR-KEY     PIC X(20).
           02 FILLER          PIC X VALUE IS SPACE.
           02 ALK-DATE        PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 ALK-TIME        PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 ALK-OPERATOR    PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 ALK-COMMENT     PIC X(40).
