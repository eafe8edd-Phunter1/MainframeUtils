      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-08-23  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  WIDENED TO 60 BYTES FOR NUMBERED POS.    *
      *                     OO-ACTION SPACES OR A ADDS A LINE - TO   *
      *                     THE PO IN OO-PO-NUMBER WHEN GIVEN,       *
      *                     OTHERWISE COGSOPST ASSIGNS THE NEXT      *
      *                     NUMBER AND STARTS A NEW PO EACH TIME     *
      *                     VENDOR, SHIP-TO OR PROMISED DATE CHANGES *
      *                     FROM THE LINE BEFORE.  X CANCELS AND C   *
      *                     CLOSES THE LINE IN OO-PO-NUMBER/OO-LINE. *
      *                     A BLANK PROMISED DATE DEFAULTS FROM THE  *
      *                     VENDOR'S VN-LEAD-DAYS                    *
      ****************************************************************
       01  ORDER-TRANS-RECORD.
           05  OO-DESC             PIC X(10).
           05  OO-VNDR             PIC X(06).
           05  OO-QTY-ORDERED      PIC 9(05).
           05  OO-ACTION           PIC X(01).
               88  OO-ACTION-ADD              VALUE "A" " ".
               88  OO-ACTION-CANCEL           VALUE "X".
               88  OO-ACTION-CLOSE            VALUE "C".
           05  OO-PO-NUMBER        PIC 9(07).
           05  OO-PO-NUMBER-X REDEFINES OO-PO-NUMBER
                                   PIC X(07).
           05  OO-LINE             PIC 9(03).
           05  OO-SHIP-STORE       PIC 9(03).
           05  OO-SHIP-STORE-X REDEFINES OO-SHIP-STORE
                                   PIC X(03).
           05  OO-DATE-PROMISED    PIC 9(08).
           05  OO-DATE-PROMISED-X REDEFINES OO-DATE-PROMISED
                                   PIC X(08).
           05  FILLER              PIC X(17).
