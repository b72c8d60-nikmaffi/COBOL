      * REJECT QUEUE ENTRY - ONE LINE PER RECORD COBOL-SQLITE-EDIT
      * OR COBOL-SQLITE-TRANS TURNED AWAY, APPENDED TO
      * ./data/rejects.log AND NEVER REWRITTEN. THE ITEM IS HELD AS
      * A READY-MADE people_trans.dat TRANSACTION (ACTION CODE PLUS
      * THE PEOPLE OR ADDRESSES FIELDS) SO A CORRECTED COPY CAN BE
      * QUEUED FOR THE NEXT APPLY RUN. RUN DATE, RUN TIME, PROGRAM
      * AND SEQUENCE IDENTIFY THE ITEM; AN ITEM WITH NO LINE FOR IT
      * ON ./data/rejact.log (REJACT.CPY) IS STILL OPEN.
      * INCLUDE INSIDE AN 01 GROUP, E.G.:
      *     01 REJQUEUE-RECORD.
      *         COPY REJQUEUE.
           02 RJQ-DATE        PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 RJQ-TIME        PIC X(8).
           02 FILLER          PIC X VALUE IS SPACE.
           02 RJQ-PROGRAM     PIC X(22).
           02 FILLER          PIC X VALUE IS SPACE.
           02 RJQ-SEQ         PIC 9(6).
           02 FILLER          PIC X VALUE IS SPACE.
           02 RJQ-REASON-CODE PIC X(2).
           02 FILLER          PIC X VALUE IS SPACE.
           02 RJQ-REASON-TEXT PIC X(30).
           02 FILLER          PIC X VALUE IS SPACE.
           02 RJQ-TRANS.
               03 RJQ-ACTION  PIC X.
               03 RJQ-DATA    PIC X(71).
