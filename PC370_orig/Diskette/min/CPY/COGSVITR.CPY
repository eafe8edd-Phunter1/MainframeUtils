      ****************************************************************
      *    COGSVITR.CPY - VENDOR ITEM CATALOG RECORD FOR THE         *
      *    COGSVCAT INDEXED FILE, KEYED ON PRODUCT THEN VENDOR SO    *
      *    EVERY APPROVED SOURCE FOR A PRODUCT READS TOGETHER.  ONE  *
      *    RECORD PER PRODUCT AND VENDOR WE MAY BUY IT FROM, WITH    *
      *    THE VENDOR'S OWN PART NUMBER, THE COST THEY QUOTED, THEIR *
      *    MINIMUM ORDER QUANTITY AND THEIR LEAD TIME FOR THIS ITEM  *
      *    (ZERO MEANS USE VN-LEAD-DAYS).  VI-PREFERRED MARKS THE    *
      *    ONE SOURCE COGSSPO ORDERS FROM WHEN IT IS STILL APPROVED; *
      *    VI-STATUS S SUSPENDS A SOURCE WITHOUT LOSING ITS TERMS.   *
      *    A PRODUCT WITH NO CATALOG RECORDS AT ALL IS STILL BOUGHT  *
      *    FROM ITS I2VNDR.  MAINTAINED BY COGSVCMN.                 *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  VENDOR-ITEM-RECORD.
           05  VI-KEY.
               10  VI-DESC         PIC X(10).
               10  VI-VNDR         PIC X(06).
           05  VI-PART-NO          PIC X(15).
           05  VI-COST             PIC 9(05)V9(02).
           05  VI-MIN-ORDER        PIC 9(05).
           05  VI-LEAD-DAYS        PIC 9(03).
           05  VI-PREFERRED        PIC X(01).
               88  VI-IS-PREFERRED            VALUE "Y".
           05  VI-STATUS           PIC X(01).
               88  VI-APPROVED                VALUE "A".
               88  VI-SUSPENDED               VALUE "S".
           05  VI-DATE-CHANGED     PIC 9(08).
           05  FILLER              PIC X(24).
