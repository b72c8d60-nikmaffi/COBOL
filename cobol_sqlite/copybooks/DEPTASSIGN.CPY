      * SHARED DEPARTMENT ASSIGNMENT LAYOUT - THE DEPARTMENT A PERSON
      * BELONGS TO, KEYED BY THE SAME ID AS THE PEOPLE TABLE. A
      * PERSON WITH NO DEPTASSIGN ROW HAS NO DEPARTMENT. INCLUDE
      * INSIDE AN 01 GROUP, E.G.:
      *     01 DEPTASSIGN-RECORD.
      *         COPY DEPTASSIGN.
           02 DAS-ID                 PIC 9(6).
           02 DAS-DEPT               PIC X(4).
