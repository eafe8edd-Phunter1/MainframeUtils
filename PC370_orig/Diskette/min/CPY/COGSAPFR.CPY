      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-09-02  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  AF-PO-NUMBER AND AF-PO-LINE CARVED FROM  *
      *                     THE FILLER - THE NUMBERED PO LINE THE    *
      *                     RECEIPT WAS AGAINST (ZERO WHEN NONE)     *
      *    2026-10-05  DHH  AF-QTY AND AF-EXT-VALUE SIGNED AND       *
      *                     AF-REC-TYPE CARVED FROM THE FILLER -     *
      *                     COGSRTRN WRITES A NEGATIVE CREDIT-MEMO   *
      *                     RECORD (TYPE C) FOR EVERY RETURN TO      *
      *                     VENDOR SO AP DEDUCTS IT FROM THE NEXT    *
      *                     PAYMENT.  RECEIPTS LEAVE IT BLANK        *
      *    2026-10-05  DHH  TYPE L - A FREIGHT, DUTY OR BROKERAGE    *
      *                     CHARGE COGSLAND HAS LANDED ONTO A        *
      *                     SHIPMENT, PAYABLE TO THE CARRIER IN      *
      *                     AF-VNDR.  AF-DESC NAMES THE CHARGE AND   *
      *                     AF-QTY IS ZERO                           *
      ****************************************************************
       01  AP-FEED-RECORD.
           05  AF-VNDR             PIC X(06).
           05  AF-DESC             PIC X(10).
           05  AF-QTY              PIC S9(05).
           05  AF-EXT-VALUE        PIC S9(07)V9(02).
           05  AF-DATE             PIC 9(08).
           05  AF-TERMS            PIC X(10).
           05  AF-PO-NUMBER        PIC 9(07).
           05  AF-PO-LINE          PIC 9(03).
           05  AF-REC-TYPE         PIC X(01).
               88  AF-RECEIPT                 VALUE SPACE "R".
               88  AF-CREDIT-MEMO             VALUE "C".
               88  AF-LANDED-CHARGE           VALUE "L".
           05  FILLER              PIC X(01).
