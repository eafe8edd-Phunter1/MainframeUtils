      ****************************************************************
      *    COGSPOLR.CPY - PURCHASE-ORDER LINE RECORD FOR THE         *
      *    COGSPOL INDEXED FILE, KEYED ON PO NUMBER PLUS LINE        *
      *    NUMBER.  ONE LINE PER PRODUCT ON A NUMBERED ORDER (SEE    *
      *    COGSPOHR.CPY FOR THE HEADER).  PL-UNIT-COST IS THE        *
      *    PRODUCT'S ICOST ON THE DAY THE LINE WAS ORDERED - THE     *
      *    PRICE THE ORDER WAS PLACED AT.  A RECEIPT THAT QUOTES     *
      *    THE PO AND LINE ADDS TO PL-QTY-RECEIVED; THE LINE STAYS   *
      *    OPEN (O) UNTIL RECEIVED IN FULL, THEN GOES TO CLOSED (C)  *
      *    WITH PL-DATE-CLOSED SET.  PURCHASING CAN CLOSE A SHORT    *
      *    LINE (C) OR CANCEL AN UNRECEIVED ONE (X) THROUGH          *
      *    COGSOPST, WHICH BACKS THE OPEN QUANTITY OUT OF COGSOPO.   *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  PL-VNDR-PART-NO - THE VENDOR'S OWN PART  *
      *                     NUMBER FROM THE COGSVCAT CATALOG, SET    *
      *                     WHEN THE LINE IS ORDERED AND PRINTED ON  *
      *                     THE PO BY COGSPOPR                       *
      *    2026-10-05  DHH  PL-UNIT-COST WIDENED TO 9(05)V99 WITH    *
      *                     ICOST, FROM THE FILLER - LENGTH          *
      *                     UNCHANGED                                *
      ****************************************************************
       01  PO-LINE-RECORD.
           05  PL-KEY.
               10  PL-PO-NUMBER    PIC 9(07).
               10  PL-LINE         PIC 9(03).
           05  PL-DESC             PIC X(10).
           05  PL-QTY-ORDERED      PIC 9(05).
           05  PL-QTY-RECEIVED     PIC 9(05).
           05  PL-UNIT-COST        PIC 9(05)V9(02).
           05  PL-STATUS           PIC X(01).
               88  PL-OPEN                    VALUE "O".
               88  PL-CLOSED                  VALUE "C".
               88  PL-CANCELLED               VALUE "X".
           05  PL-DATE-CLOSED      PIC 9(08).
           05  PL-VNDR-PART-NO     PIC X(15).
           05  FILLER              PIC X(19).
