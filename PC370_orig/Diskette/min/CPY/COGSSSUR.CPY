      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-09-02  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  SS-QOH WIDENED TO 9(07) FROM THE         *
      *                     FILLER - STILL 60 BYTES                  *
      ****************************************************************
       01  STORE-SUSPENSE-RECORD.
           05  SS-DESC                 PIC X(10).
           05  SS-QOH                  PIC 9(07).
           05  SS-STORE-QOH            PIC 9(07).
           05  SS-DIFFERENCE           PIC S9(07).
           05  FILLER                  PIC X(29).
