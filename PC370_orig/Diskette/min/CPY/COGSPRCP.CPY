      *    AND EVERY PROGRAM THAT POSTS A CHANGE TO ISELL ON A       *
      *    COGS RECORD.  CALLING PROGRAMS COPY THIS INTO WORKING-    *
      *    STORAGE TO BUILD THE PARAMETERS; COGSPRC COPIES IT INTO   *
      *    ITS LINKAGE SECTION TO RECEIVE THEM.                      *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-08-23                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-08-23  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  SELL PRICES WIDENED TO 9(05)V99 WITH     *
      *                     ISELL                                    *
      *    2026-10-05  DHH  PRP-OPER-ID ADDED - SPACES UNLESS THE    *
      *                     CALLER IS POSTING AN OPERATOR'S PRICE    *
      ****************************************************************
       01  PRICE-CHANGE-CALL-PARMS.
           05  PRP-DESC            PIC X(10).
           05  PRP-OLD-SELL        PIC 9(05)V9(02).
           05  PRP-NEW-SELL        PIC 9(05)V9(02).
           05  PRP-JOB-ID          PIC X(08).
           05  PRP-OPER-ID         PIC X(05) VALUE SPACES.
           05  PRP-RETURN-STATUS   PIC X(02).
