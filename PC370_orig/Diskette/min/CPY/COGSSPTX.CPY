      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-08-23  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  SP-NEW-SELL WIDENED TO 9(05)V99 FROM THE *
      *                     FILLER - STILL 20 BYTES                  *
      *    2026-10-05  DHH  SP-OPER-ID ADDED - THE OPERATOR WHO      *
      *                     KEYED THE PRICE (RECORD IS NOW 25 BYTES) *
      ****************************************************************
       01  SELL-TRANS-RECORD.
           05  SP-DESC             PIC X(10).
           05  SP-NEW-SELL         PIC 9(05)V9(02).
           05  FILLER              PIC X(03).
           05  SP-OPER-ID          PIC X(05).
