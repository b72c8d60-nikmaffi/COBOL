      * SHARED MASS-CHANGE AUTHORISATION TEXT - WHAT A SUPERVISOR
      * SIGNS OFF ON THE SUPERVISOR MENU OF COBOL-SQLITE AND WHAT
      * COBOL-SQLITE-MASSCHG CHECKS BEFORE A COMMIT RUN: THE
      * CRITERIA, THE CONTROL TOTALS OF THE PREVIEW RUN AND THE
      * SUPERVISOR. THE KEY IS THE TEXT FOLDED THE WAY PASSWORDS
      * ARE, STARTING FROM THE SUPERVISOR'S PASSWORD HASH, SO ANY
      * CHANGE TO THE CARDS AFTER SIGN-OFF INVALIDATES IT. EACH
      * SIGN-OFF IS ALSO KEPT AS A ROW OF THE MASSAUTH TABLE, AND A
      * COMMIT RUN MUST FIND AND USE UP AN UNUSED ROW FOR ITS CARDS.
      * INCLUDE INSIDE AN 01 GROUP, E.G.:
      *     01 MASS-AUTH-REC.
      *         COPY MASSAUTH.
           02 MAU-TABLE     PIC X(10).
           02 MAU-FIELD     PIC X(10).
           02 MAU-TYPE      PIC X.
           02 MAU-MATCH     PIC X(30).
           02 MAU-REPLACE   PIC X(30).
           02 MAU-ROWS      PIC 9(6).
           02 MAU-IDTOTAL   PIC 9(12).
           02 MAU-AUTHBY    PIC X(8).
