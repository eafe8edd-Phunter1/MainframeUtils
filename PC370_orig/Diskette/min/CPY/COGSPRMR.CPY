      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-09-02  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  PM-PRICE WIDENED TO 9(05)V99 WITH ISELL, *
      *                     FROM THE FILLER - LENGTH UNCHANGED       *
      ****************************************************************
       01  PROMO-PRICE-RECORD.
           05  PM-DESC             PIC X(10).
           05  PM-PRICE            PIC 9(05)V9(02).
           05  PM-START            PIC 9(08).
           05  PM-END              PIC 9(08).
           05  PM-ACTIVE-SW        PIC X(01).
               88  PM-ACTIVE                  VALUE "Y".
           05  FILLER              PIC X(06).
