           02 AUD-NAME     PIC X(30).
           02 FILLER       PIC X.
           02 AUD-OPERATOR PIC X(8).
           02 FILLER       PIC X.
           02 AUD-SEQ      PIC X(8).
           02 FILLER       PIC X.
           02 AUD-HASH     PIC X(10).
       FD  PRINT-FILE.
       01  PRINT-LINE          PIC X(80).
       FD  RUNSTATS-FILE.
