      * SHARED DEPARTMENT RECORD LAYOUT - ONE ROW PER DEPARTMENT ON
      * THE DEPARTMENTS TABLE. THE COST CENTRE IS THE FINANCE CODE
      * THE DEPARTMENT'S HEADCOUNT IS REPORTED UNDER; THE MANAGER IS
      * A PEOPLE ID (ZERO WHEN THE POST IS VACANT). INCLUDE INSIDE AN
      * 01 GROUP, E.G.:
      *     01 DEPARTMENT-RECORD.
      *         COPY DEPARTMENTS.
           02 DEP-CODE               PIC X(4).
           02 DEP-NAME               PIC X(30).
           02 DEP-COSTCTR            PIC X(6).
           02 DEP-MANAGER            PIC 9(6).
