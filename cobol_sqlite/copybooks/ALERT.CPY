      * SHARED OPERATIONS ALERT RECORD - ONE LINE PER PROBLEM A
      * BATCH PROGRAM WANTS THE MORNING SHIFT TO SEE, APPENDED TO
      * ./data/alerts.log. SEVERITY IS INFO, WARN OR CRIT; THE KEY
      * IS WHATEVER IDENTIFIES THE PROBLEM (AN ID, A FILE NAME).
      * DATE, TIME, PROGRAM AND KEY TOGETHER IDENTIFY THE ALERT
      * WHEN IT IS ACKNOWLEDGED - SEE ALERTACK.
      * INCLUDE INSIDE AN 01 GROUP, E.G.:
      *     01 ALERT-RECORD.
      *         COPY ALERT.
           02 ALR-DATE      PIC X(8).
           02 FILLER        PIC X VALUE IS SPACE.
           02 ALR-TIME      PIC X(8).
           02 FILLER        PIC X VALUE IS SPACE.
           02 ALR-SEVERITY  PIC X(4).
           02 FILLER        PIC X VALUE IS SPACE.
           02 ALR-PROGRAM   PIC X(22).
           02 FILLER        PIC X VALUE IS SPACE.
           02 ALR-KEY       PIC X(20).
           02 FILLER        PIC X VALUE IS SPACE.
           02 ALR-TEXT      PIC X(50).
