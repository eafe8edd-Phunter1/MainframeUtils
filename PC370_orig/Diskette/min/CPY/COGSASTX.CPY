      ****************************************************************
      *    COGSASTX.CPY - INBOUND ADVANCE SHIP NOTICE LINE, READ BY  *
      *    COGSASNL FROM THE COGSASIN FILE THE LARGER SUPPLIERS SEND *
      *    AHEAD OF THE TRUCK. ONE RECORD PER PRODUCT ON THE         *
      *    SHIPMENT: THE VENDOR, THE VENDOR'S SHIPMENT ID, THE       *
      *    EXPECTED DELIVERY DATE (CCYYMMDD), THE PRODUCT, THE       *
      *    QUANTITY SHIPPED AND WHETHER IT IS CASES (C) OR EACHES (E *
      *    OR SPACES). AT-PO-NUMBER AND AT-PO-LINE QUOTE THE         *
      *    NUMBERED PO LINE BEING SHIPPED (SPACES OR ZERO = NONE,    *
      *    MATCHED TO THE COGSOPO LEDGER BY PRODUCT). AT-STORE IS    *
      *    THE STORE THE TRUCK IS BOUND FOR (SPACES = THE PO'S       *
      *    SHIP-TO STORE OR THE COMPANY DOCK). LINES OF ONE SHIPMENT *
      *    ARE SENT TOGETHER.                                        *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  ASN-TRANS-RECORD.
           05  AT-VNDR             PIC X(06).
           05  AT-SHIPMENT         PIC X(10).
           05  AT-EXP-DATE         PIC 9(08).
           05  AT-EXP-DATE-X REDEFINES AT-EXP-DATE
                                   PIC X(08).
           05  AT-DESC             PIC X(10).
           05  AT-QTY              PIC 9(05).
           05  AT-QTY-X REDEFINES AT-QTY
                                   PIC X(05).
           05  AT-UOM              PIC X(01).
               88  AT-UOM-CASES               VALUE "C".
               88  AT-UOM-VALID               VALUE "C" "E" " ".
           05  AT-PO-NUMBER        PIC 9(07).
           05  AT-PO-NUMBER-X REDEFINES AT-PO-NUMBER
                                   PIC X(07).
           05  AT-PO-LINE          PIC 9(03).
           05  AT-STORE            PIC 9(03).
           05  AT-STORE-X REDEFINES AT-STORE
                                   PIC X(03).
           05  FILLER              PIC X(27).
