      * SUBJECT-ACCESS REQUEST LOG - ONE LINE PER DOSSIER
      * COBOL-SQLITE-SUBJACC PRODUCES, APPENDED TO ./data/sar.log AND
      * NEVER REWRITTEN. RECEIVED IS THE DAY THE PERSON'S REQUEST
      * CAME IN AND DUE IS THE LEGAL DEADLINE 30 DAYS ON; STATUS IS
      * OK (ANSWERED IN TIME), LATE (ANSWERED AFTER THE DEADLINE) OR
      * ERR (DOSSIER INCOMPLETE - A SOURCE COULD NOT BE READ).
      * ITEMS IS THE NUMBER OF ROWS AND LOG LINES THE DOSSIER SHOWS.
      * INCLUDE INSIDE AN 01 GROUP, E.G.:
      *     01 SARLOG-RECORD.
      *         COPY SARLOG.
           02 SAR-DATE        PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 SAR-TIME        PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 SAR-ID          PIC X(6).
           02 FILLER          PIC X VALUE IS SPACE.
           02 SAR-REF         PIC X(20).
           02 FILLER          PIC X VALUE IS SPACE.
           02 SAR-RECEIVED    PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 SAR-DUE         PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 SAR-HANDLER     PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 SAR-ITEMS       PIC 9(6).
           02 FILLER          PIC X VALUE IS SPACE.
           02 SAR-STATUS      PIC X(4).
