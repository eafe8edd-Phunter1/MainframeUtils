      ****************************************************************
      *    COGSINHR.CPY - HELD INVOICE LINE RECORD FOR THE COGSINVH  *
      *    INDEXED FILE.  AN INVOICE LINE COGSINVM CANNOT MATCH -    *
      *    NO UNBILLED RECEIPT, MORE BILLED THAN RECEIVED, OR A      *
      *    PRICE OUTSIDE TOLERANCE OF THE ORDER COST - IS PARKED     *
      *    HERE INSTEAD OF BEING PAID.  EVERY COGSINVM RUN TRIES     *
      *    THE HELD LINES AGAIN FIRST (THE GOODS MAY HAVE ARRIVED    *
      *    SINCE) AND DELETES ANY THAT NOW MATCH.  IH-EXPECTED-PRICE *
      *    AND IH-QTY-AVAILABLE ARE FROM THE LAST ATTEMPT, FOR THE   *
      *    VARIANCE REPORT.  ACCOUNTS PAYABLE CLEARS A LINE THE      *
      *    VENDOR RE-BILLS BY RE-KEYING IT THROUGH COGSINVI.         *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  INVOICE-HOLD-RECORD.
           05  IH-KEY.
               10  IH-VNDR         PIC X(06).
               10  IH-INVOICE      PIC X(10).
               10  IH-DESC         PIC X(10).
           05  IH-QTY-BILLED       PIC 9(05).
           05  IH-UNIT-PRICE       PIC 9(05)V9(02).
           05  IH-INVOICE-DATE     PIC 9(08).
           05  IH-PO-NUMBER        PIC 9(07).
           05  IH-PO-LINE          PIC 9(03).
           05  IH-DATE-HELD        PIC 9(08).
           05  IH-REASON           PIC X(01).
               88  IH-NO-RECEIPT              VALUE "R".
               88  IH-QTY-VARIANCE            VALUE "Q".
               88  IH-PRICE-VARIANCE          VALUE "P".
           05  IH-EXPECTED-PRICE   PIC 9(05)V9(02).
           05  IH-QTY-AVAILABLE    PIC 9(07).
           05  FILLER              PIC X(01).
