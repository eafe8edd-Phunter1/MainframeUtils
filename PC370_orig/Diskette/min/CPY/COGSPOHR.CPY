      ****************************************************************
      *    COGSPOHR.CPY - PURCHASE-ORDER HEADER RECORD FOR THE       *
      *    COGSPOH INDEXED FILE, KEYED ON THE PO NUMBER.  COGSOPO    *
      *    ONLY EVER KNEW "SO MANY UNITS OF THIS PRODUCT ARE ON      *
      *    ORDER" - THERE WAS NO DOCUMENT THE VENDOR COULD QUOTE     *
      *    BACK AND NO WAY TO TELL TWO ORDERS FOR THE SAME PRODUCT   *
      *    APART.  COGSOPST NOW ASSIGNS A NUMBER FROM THE COGSPONC   *
      *    CONTROL FILE AND WRITES ONE HEADER PER ORDER - VENDOR,    *
      *    ORDER DATE, PROMISED DATE AND SHIP-TO STORE - WITH ONE    *
      *    COGSPOL LINE (COGSPOLR.CPY) PER PRODUCT ORDERED.          *
      *    PH-STATUS GOES TO C WHEN THE LAST OPEN LINE IS RECEIVED   *
      *    OR CLOSED, X WHEN EVERY LINE WAS CANCELLED.  COGSPOPR     *
      *    PRINTS EACH HEADER ONCE AND SETS PH-PRINTED-SW.           *
      *    COGSOPO STAYS AS THE PER-PRODUCT SUMMARY OF WHAT IS ON    *
      *    ORDER ACROSS ALL OPEN PO LINES.                           *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  PO-HEADER-RECORD.
           05  PH-PO-NUMBER        PIC 9(07).
           05  PH-VNDR             PIC X(06).
           05  PH-DATE-ORDERED     PIC 9(08).
           05  PH-DATE-PROMISED    PIC 9(08).
           05  PH-SHIP-STORE       PIC 9(03).
           05  PH-STATUS           PIC X(01).
               88  PH-OPEN                    VALUE "O".
               88  PH-CLOSED                  VALUE "C".
               88  PH-CANCELLED               VALUE "X".
           05  PH-LINE-COUNT       PIC 9(03).
           05  PH-PRINTED-SW       PIC X(01).
               88  PH-PRINTED                 VALUE "Y".
           05  FILLER              PIC X(43).
