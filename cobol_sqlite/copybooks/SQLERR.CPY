      * SHARED SQL ERROR LOG RECORD - ONE LINE PER FAILED SQLITE
      * CALL, APPENDED TO ./data/sqlerr.log BY EVERY DATABASE PROGRAM
      * AND READ BY COBOL-SQLITE-SQLERRPT. CONTEXT IS THE OPERATOR
      * FOR AN ONLINE SESSION, THE JOBSTREAM STEP FOR A BATCH RUN.
      * INCLUDE INSIDE AN 01 GROUP, E.G.:
      *     01 SQLERR-RECORD.
      *         COPY SQLERR.
           02 SQE-DATE      PIC X(8).
           02 FILLER        PIC X VALUE IS SPACE.
           02 SQE-TIME      PIC X(8).
           02 FILLER        PIC X VALUE IS SPACE.
           02 SQE-PROGRAM   PIC X(22).
           02 FILLER        PIC X VALUE IS SPACE.
           02 SQE-CONTEXT   PIC X(8).
           02 FILLER        PIC X VALUE IS SPACE.
           02 SQE-WHERE     PIC X(30).
           02 FILLER        PIC X VALUE IS SPACE.
           02 SQE-RC        PIC 9(5).
           02 FILLER        PIC X VALUE IS SPACE.
           02 SQE-MESSAGE   PIC X(60).
           02 FILLER        PIC X VALUE IS SPACE.
           02 SQE-STATEMENT PIC X(60).
