      ****************************************************************
      *    COGSAPMR.CPY - INVOICE-MATCH LEDGER RECORD FOR THE        *
      *    COGSAPMT INDEXED FILE.  COGSAPF1 IS A SEQUENTIAL FEED     *
      *    WITH NOWHERE TO SAY "THIS RECEIPT HAS BEEN BILLED", SO    *
      *    COGSINVM LOADS EVERY NEW COGSAPF1 RECEIPT ONTO THIS       *
      *    LEDGER ONCE (THE LAST DATE LOADED IS KEPT ON THE COGSAPMC *
      *    CONTROL FILE) AND THEN RELIEVES AM-QTY-INVOICED AS        *
      *    INVOICE LINES MATCH, OLDEST RECEIPT FIRST.  THE KEY       *
      *    GROUPS A VENDOR'S RECEIPTS OF ONE PRODUCT TOGETHER IN     *
      *    DATE ORDER; AM-SEQ KEEPS TWO RECEIPTS ON THE SAME DAY     *
      *    APART.  AM-STATUS GOES TO I WHEN THE WHOLE RECEIPT HAS    *
      *    BEEN BILLED.  COGSIAGE AGES WHAT IS STILL OPEN.           *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  AP-MATCH-RECORD.
           05  AM-KEY.
               10  AM-VNDR         PIC X(06).
               10  AM-DESC         PIC X(10).
               10  AM-DATE         PIC 9(08).
               10  AM-SEQ          PIC 9(05).
           05  AM-QTY-RECEIVED     PIC 9(05).
           05  AM-QTY-INVOICED     PIC 9(05).
           05  AM-EXT-VALUE        PIC 9(07)V9(02).
           05  AM-PO-NUMBER        PIC 9(07).
           05  AM-PO-LINE          PIC 9(03).
           05  AM-STATUS           PIC X(01).
               88  AM-OPEN                    VALUE "O".
               88  AM-INVOICED                VALUE "I".
           05  AM-DATE-INVOICED    PIC 9(08).
           05  FILLER              PIC X(13).
