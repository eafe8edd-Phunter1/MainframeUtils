      *    AND EVERY PROGRAM THAT POSTS A CHANGE TO ICOST ON A       *
      *    COGS RECORD.  CALLING PROGRAMS COPY THIS INTO WORKING-    *
      *    STORAGE TO BUILD THE PARAMETERS; COGSCHG COPIES IT INTO   *
      *    ITS LINKAGE SECTION TO RECEIVE THEM.                      *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2012-07-09                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2012-07-09  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  COSTS WIDENED TO 9(05)V99 WITH ICOST     *
      *    2026-10-05  DHH  CGP-OPER-ID AND CGP-APPR-ID ADDED -      *
      *                     SPACES UNLESS THE CALLER SETS THEM       *
      ****************************************************************
       01  COST-CHANGE-CALL-PARMS.
           05  CGP-DESC            PIC X(10).
           05  CGP-OLD-COST        PIC 9(05)V9(02).
           05  CGP-NEW-COST        PIC 9(05)V9(02).
           05  CGP-JOB-ID          PIC X(08).
           05  CGP-OPER-ID         PIC X(05) VALUE SPACES.
           05  CGP-APPR-ID         PIC X(05) VALUE SPACES.
           05  CGP-RETURN-STATUS   PIC X(02).
