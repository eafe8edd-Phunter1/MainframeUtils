      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-08-23  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  CN-COUNT-QTY WIDENED TO 9(07) FROM THE   *
      *                     FILLER - STILL 20 BYTES                  *
      ****************************************************************
       01  COUNT-TRANS-RECORD.
           05  CN-DESC             PIC X(10).
           05  CN-COUNT-QTY        PIC 9(07).
           05  FILLER              PIC X(03).
