      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-09-02  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  SH-UNIT-PRICE AND SH-MAST-SELL WIDENED   *
      *                     TO 9(05)V99 WITH ISELL (RECORD IS NOW    *
      *                     44 BYTES)                                *
      ****************************************************************
       01  SALES-HISTORY-RECORD.
           05  SH-DESC             PIC X(10).
           05  SH-STATE            PIC X(02).
           05  SH-STORE            PIC 9(03).
           05  SH-QTY              PIC 9(05).
           05  SH-UNIT-PRICE       PIC 9(05)V9(02).
           05  SH-MAST-SELL        PIC 9(05)V9(02).
           05  SH-DATE             PIC 9(08).
           05  FILLER              PIC X(02).
