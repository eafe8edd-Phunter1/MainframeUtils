      ****************************************************************
      *    COGSLCTX.CPY - LANDED-COST CHARGE TRANSACTION READ BY     *
      *    COGSLAND.  ONE RECORD PER FREIGHT, DUTY OR BROKERAGE      *
      *    BILL AGAINST AN INBOUND SHIPMENT.  THE SHIPMENT IS NAMED  *
      *    BY THE VENDOR THAT SHIPPED IT AND THE DATE IT WAS         *
      *    RECEIVED (AND THE PO NUMBER WHEN ONE WAS QUOTED - SPACES  *
      *    OR ZERO MEANS EVERY RECEIPT FROM THAT VENDOR THAT DAY).   *
      *    LC-CARRIER IS THE VNDRMST CODE OF THE CARRIER OR BROKER   *
      *    THAT IS OWED THE CHARGE.  LC-BASIS SAYS HOW THE CHARGE    *
      *    IS SPREAD OVER THE PRODUCTS IN THE SHIPMENT - V (OR       *
      *    SPACE) BY EXTENDED VALUE, U BY UNITS.                     *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  LANDED-CHARGE-RECORD.
           05  LC-TYPE             PIC X(01).
               88  LC-TYPE-FREIGHT            VALUE "F".
               88  LC-TYPE-DUTY               VALUE "D".
               88  LC-TYPE-BROKERAGE          VALUE "B".
               88  LC-TYPE-VALID              VALUE "F" "D" "B".
           05  LC-CARRIER          PIC X(06).
           05  LC-VNDR             PIC X(06).
           05  LC-DATE-RECEIVED    PIC 9(08).
           05  LC-DATE-RECEIVED-X REDEFINES LC-DATE-RECEIVED
                                   PIC X(08).
           05  LC-PO-NUMBER        PIC 9(07).
           05  LC-PO-NUMBER-X REDEFINES LC-PO-NUMBER
                                   PIC X(07).
           05  LC-AMOUNT           PIC 9(07)V9(02).
           05  LC-AMOUNT-X REDEFINES LC-AMOUNT
                                   PIC X(09).
           05  LC-BASIS            PIC X(01).
               88  LC-BY-VALUE                VALUE "V" " ".
               88  LC-BY-UNITS                VALUE "U".
           05  LC-REFERENCE        PIC X(15).
           05  FILLER              PIC X(27).
