      * SHARED RUN-STATISTICS LEDGER RECORD - ONE LINE PER BATCH RUN,
      * APPENDED TO runstats.dat AND READ BY COBOL-SQLITE-STATRPT.
      * RS-STATUS IS OK, ERR FOR A FAILED RUN, TOLW FOR REJECTS OVER
      * A WARN TOLERANCE AND TOLA FOR REJECTS OVER AN ABORT TOLERANCE
      * (THE STEP ENDS CC 12) - SEE TOLERANCE.CPY.
      * INCLUDE INSIDE AN 01 GROUP, E.G.:
      *     01 RUNSTATS-RECORD.
      *         COPY RUNSTATS.
