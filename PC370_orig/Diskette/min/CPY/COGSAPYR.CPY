      ****************************************************************
      *    COGSAPYR.CPY - APPROVED-TO-PAY RECORD FOR THE COGSAPPY    *
      *    FILE.  ONE RECORD FOR EVERY VENDOR INVOICE LINE COGSINVM  *
      *    MATCHED TO WHAT WAS ORDERED AND WHAT ARRIVED WITHIN       *
      *    TOLERANCE - THE ONLY LINES ACCOUNTS PAYABLE SHOULD CUT A  *
      *    CHEQUE FOR.  AY-EXT-AMOUNT IS QUANTITY BILLED TIMES THE   *
      *    PRICE BILLED; AY-TERMS IS THE VENDOR'S VN-TERMS.          *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  APPROVED-PAY-RECORD.
           05  AY-VNDR             PIC X(06).
           05  AY-INVOICE          PIC X(10).
           05  AY-DESC             PIC X(10).
           05  AY-QTY              PIC 9(05).
           05  AY-UNIT-PRICE       PIC 9(05)V9(02).
           05  AY-EXT-AMOUNT       PIC 9(09)V9(02).
           05  AY-TERMS            PIC X(10).
           05  AY-INVOICE-DATE     PIC 9(08).
           05  AY-DATE-APPROVED    PIC 9(08).
           05  AY-PO-NUMBER        PIC 9(07).
           05  AY-PO-LINE          PIC 9(03).
           05  FILLER              PIC X(15).
