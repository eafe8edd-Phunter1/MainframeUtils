      ****************************************************************
      *    COGSASNR.CPY - ADVANCE SHIP NOTICE LINE FOR THE COGSASN   *
      *    INDEXED FILE, KEYED ON THE VENDOR, THE VENDOR'S SHIPMENT  *
      *    ID AND THE LINE NUMBER COGSASNL GIVES EACH VALIDATED LINE *
      *    OF THE SHIPMENT AS IT LOADS IT. THE QUANTITY IS HELD AS   *
      *    SHIPPED, IN CASES OR EACHES PER AN-UOM; COGSPO CONVERTS   *
      *    CASES WHEN THE RECEIPT POSTS. A LINE STAYS OPEN (O) UNTIL *
      *    THE DOCK CONFIRMS OR ADJUSTS IT THROUGH COGSASCF, WHICH   *
      *    MARKS IT CONFIRMED (C) WITH THE QUANTITY ACTUALLY         *
      *    RECEIVED AND THE RECEIPT BATCH THAT CARRIED IT. COGSASOD  *
      *    LISTS OPEN LINES PAST THEIR EXPECTED DATE AND PURGES      *
      *    CONFIRMED LINES ONCE THEY ARE 30 BUSINESS DAYS OLD.       *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  ASN-LINE-RECORD.
           05  AN-KEY.
               10  AN-VNDR         PIC X(06).
               10  AN-SHIPMENT     PIC X(10).
               10  AN-LINE         PIC 9(03).
           05  AN-EXP-DATE         PIC 9(08).
           05  AN-DESC             PIC X(10).
           05  AN-UOM              PIC X(01).
           05  AN-QTY-SHIPPED      PIC 9(05).
           05  AN-PO-NUMBER        PIC 9(07).
           05  AN-PO-LINE          PIC 9(03).
           05  AN-STORE            PIC 9(03).
           05  AN-STATUS           PIC X(01).
               88  AN-OPEN                    VALUE "O".
               88  AN-CONFIRMED               VALUE "C".
           05  AN-QTY-CONFIRMED    PIC 9(05).
           05  AN-DATE-LOADED      PIC 9(08).
           05  AN-DATE-CONFIRMED   PIC 9(08).
           05  AN-CONFIRMED-BY     PIC X(05).
           05  AN-BATCH-NO         PIC 9(06).
           05  FILLER              PIC X(11).
