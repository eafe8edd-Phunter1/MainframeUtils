      *    2026-09-02  DHH  XT-DEPT CARVED FROM THE FILLER - THE     *
      *                     I5DEPT DEPARTMENT CODE FOR THE           *
      *                     DEPARTMENT-SUBTOTALED REPORTING PASS     *
      *    2026-10-05  DHH  XT-REGION-UNITS WIDENED TO 9(07) WITH    *
      *                     I3-REGION-UNITS (RECORD IS NOW 140       *
      *                     BYTES)                                   *
      ****************************************************************
       01  EXTENSION-EXTRACT-RECORD.
           05  XT-DESC             PIC X(10).
           05  XT-REGION-COUNT     PIC 9(02).
           05  XT-REGION-TABLE OCCURS 10 TIMES.
               10  XT-REGION-CODE  PIC X(03).
               10  XT-REGION-UNITS PIC 9(07).
           05  XT-LAST-SALE-DATE   PIC 9(08).
           05  XT-DEPT             PIC X(04).
           05  FILLER              PIC X(05).
