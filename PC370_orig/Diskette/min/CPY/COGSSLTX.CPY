      *                     ACTUALLY RANG.  SPACES MEANS THE SALE    *
      *                     RANG AT THE MASTER ISELL, SO OLD 20-     *
      *                     BYTE BATCHES STILL CONVERT CLEANLY       *
      *    2026-10-05  DHH  SL-PRICE-X WIDENED TO 9(05)V99 WITH      *
      *                     ISELL (RECORD IS NOW 27 BYTES)           *
      ****************************************************************
       01  SALE-TRANS-RECORD.
           05  SL-DESC             PIC X(10).
           05  SL-STATE            PIC X(02).
           05  SL-QTY-SOLD         PIC 9(05).
           05  SL-STORE            PIC 9(03).
           05  SL-PRICE-X          PIC X(07).
           05  SL-UNIT-PRICE REDEFINES SL-PRICE-X
                                   PIC 9(05)V9(02).
