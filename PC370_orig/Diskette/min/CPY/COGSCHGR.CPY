      *    VENDOR COST-CHANGE HISTORY FILE (COGSCHG1).  ONE RECORD   *
      *    IS WRITTEN BY COGSCHG EVERY TIME A BUYER UPDATES ICOST    *
      *    ON A COGS RECORD, SO A MARGIN SHIFT CAN BE TRACED BACK TO *
      *    THE COST CHANGE THAT CAUSED IT.                           *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2012-07-09                                    *
      *    2012-07-09  DHH  INITIAL VERSION                          *
      *    2026-08-23  DHH  CHG-DATE WIDENED TO FULL-CENTURY         *
      *                     CCYYMMDD (RECORD IS NOW 34 BYTES)       *
      *    2026-10-05  DHH  COSTS WIDENED TO 9(05)V99 WITH ICOST     *
      *                     (RECORD IS NOW 40 BYTES)                 *
      *    2026-10-05  DHH  CHG-OPER-ID (WHO KEYED THE COST) AND     *
      *                     CHG-APPR-ID (WHO RELEASED IT FROM HOLD)  *
      *                     ADDED (RECORD IS NOW 50 BYTES)           *
      ****************************************************************
       01  COST-CHANGE-RECORD.
           05  CHG-DESC            PIC X(10).
           05  CHG-OLD-COST        PIC 9(05)V9(02).
           05  CHG-NEW-COST        PIC 9(05)V9(02).
           05  CHG-DATE            PIC 9(08).
           05  CHG-JOB-ID          PIC X(08).
           05  CHG-OPER-ID         PIC X(05).
           05  CHG-APPR-ID         PIC X(05).
