      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-09-02  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  QUANTITIES WIDENED TO 7 DIGITS AND THE   *
      *                     VARIANCE AMOUNT TO S9(09)V99, TAKING THE *
      *                     FILLER - STILL 50 BYTES                  *
      ****************************************************************
       01  COUNT-VARIANCE-RECORD.
           05  CV-DESC             PIC X(10).
           05  CV-BOOK-QTY         PIC 9(07).
           05  CV-COUNT-QTY        PIC 9(07).
           05  CV-VARIANCE         PIC S9(07).
           05  CV-VARIANCE-AMT     PIC S9(09)V9(02).
           05  CV-DATE             PIC 9(08).
