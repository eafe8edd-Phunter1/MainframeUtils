      *    2026-08-23  DHH  INITIAL VERSION                          *
      *    2026-08-23  DHH  PRC-DATE WIDENED TO FULL-CENTURY         *
      *                     CCYYMMDD (RECORD IS NOW 34 BYTES)       *
      *    2026-10-05  DHH  SELL PRICES WIDENED TO 9(05)V99 WITH     *
      *                     ISELL (RECORD IS NOW 40 BYTES)           *
      *    2026-10-05  DHH  PRC-OPER-ID ADDED - THE OPERATOR WHO     *
      *                     KEYED THE PRICE (RECORD IS NOW 50 BYTES) *
      ****************************************************************
       01  PRICE-CHANGE-RECORD.
           05  PRC-DESC            PIC X(10).
           05  PRC-OLD-SELL        PIC 9(05)V9(02).
           05  PRC-NEW-SELL        PIC 9(05)V9(02).
           05  PRC-DATE            PIC 9(08).
           05  PRC-JOB-ID          PIC X(08).
           05  PRC-OPER-ID         PIC X(05).
           05  FILLER              PIC X(05).
