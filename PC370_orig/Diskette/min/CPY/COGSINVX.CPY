      ****************************************************************
      *    COGSINVX.CPY - VENDOR INVOICE LINE TRANSACTION FOR THE    *
      *    COGSINVI INBOUND FILE ACCOUNTS PAYABLE KEYS FROM THE      *
      *    PAPER.  ONE RECORD PER INVOICE LINE - VENDOR, INVOICE     *
      *    NUMBER, PRODUCT, QUANTITY BILLED AND UNIT PRICE BILLED,   *
      *    WITH THE INVOICE DATE AND, WHEN THE VENDOR QUOTED ONE,    *
      *    THE NUMBERED PO AND LINE IT BILLS AGAINST.  COGSINVM      *
      *    MATCHES EACH LINE TO THE RECEIPTS COGSPOST/COGSPO PUT     *
      *    ON COGSAPF1 AND TO THE COST ON THE ORDER BEFORE ANYTHING  *
      *    IS RELEASED FOR PAYMENT.  IV-UNIT-PRICE IS WHAT THE       *
      *    VENDOR BILLED, NOT ICOST, SO IT CARRIES ITS OWN WIDTH.    *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  INVOICE-TRANS-RECORD.
           05  IV-VNDR             PIC X(06).
           05  IV-INVOICE          PIC X(10).
           05  IV-DESC             PIC X(10).
           05  IV-QTY-BILLED-X     PIC X(05).
           05  IV-QTY-BILLED REDEFINES IV-QTY-BILLED-X
                                   PIC 9(05).
           05  IV-UNIT-PRICE-X     PIC X(07).
           05  IV-UNIT-PRICE REDEFINES IV-UNIT-PRICE-X
                                   PIC 9(05)V9(02).
           05  IV-INVOICE-DATE-X   PIC X(08).
           05  IV-INVOICE-DATE REDEFINES IV-INVOICE-DATE-X
                                   PIC 9(08).
           05  IV-PO-NUMBER-X      PIC X(07).
           05  IV-PO-NUMBER REDEFINES IV-PO-NUMBER-X
                                   PIC 9(07).
           05  IV-PO-LINE-X        PIC X(03).
           05  IV-PO-LINE REDEFINES IV-PO-LINE-X
                                   PIC 9(03).
           05  FILLER              PIC X(04).
