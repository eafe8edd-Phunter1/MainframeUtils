      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-09-02  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  PT-PRICE-X WIDENED TO 9(05)V99 WITH      *
      *                     ISELL, FROM THE FILLER - STILL 40 BYTES  *
      ****************************************************************
       01  PROMO-TRANS-RECORD.
           05  PT-ACTION           PIC X(03).
               88  PT-ACTION-CHANGE           VALUE "CHG".
               88  PT-ACTION-DELETE           VALUE "DEL".
           05  PT-DESC             PIC X(10).
           05  PT-PRICE-X          PIC X(07).
           05  PT-PRICE REDEFINES PT-PRICE-X
                                   PIC 9(05)V9(02).
           05  PT-START-X          PIC X(08).
           05  PT-START REDEFINES PT-START-X
                                   PIC 9(08).
           05  PT-END-X            PIC X(08).
           05  PT-END REDEFINES PT-END-X
                                   PIC 9(08).
           05  FILLER              PIC X(04).
