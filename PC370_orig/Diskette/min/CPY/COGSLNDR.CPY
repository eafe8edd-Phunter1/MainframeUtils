      ****************************************************************
      *    COGSLNDR.CPY - LANDED-COST LEDGER RECORD FOR THE COGSLNDL *
      *    INDEXED FILE, KEYED ON IDESC.  ONE RECORD PER PRODUCT     *
      *    THAT HAS HAD FREIGHT, DUTY OR BROKERAGE SPREAD ONTO IT BY *
      *    COGSLAND - THE SHIPMENT THE CHARGES BELONG TO, THE VENDOR *
      *    UNIT COST THEY WERE ADDED TO, THE PER-UNIT CHARGES        *
      *    ACCUMULATED SO FAR, AND THE LANDED UNIT COST THAT WAS PUT *
      *    ON ICOST.  A SECOND CHARGE AGAINST THE SAME SHIPMENT      *
      *    ADDS TO LN-UPLIFT; A CHARGE AGAINST A NEWER SHIPMENT      *
      *    STARTS AGAIN FROM THAT SHIPMENT'S VENDOR COST, SO THE     *
      *    CHARGES NEVER STACK ON ONE ANOTHER.                       *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  LANDED-LEDGER-RECORD.
           05  LN-DESC             PIC X(10).
           05  LN-VNDR             PIC X(06).
           05  LN-DATE-RECEIVED    PIC 9(08).
           05  LN-PO-NUMBER        PIC 9(07).
           05  LN-BASE-COST        PIC 9(05)V9(02).
           05  LN-UPLIFT           PIC 9(05)V9(04).
           05  LN-LANDED-COST      PIC 9(05)V9(02).
           05  LN-DATE-CHANGED     PIC 9(08).
           05  FILLER              PIC X(18).
