      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-08-23  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  VENDOR NOW THE SOURCE COGSSPO PICKED OFF *
      *                     THE COGSVCAT CATALOG (I2VNDR WHEN THE    *
      *                     PRODUCT HAS NO APPROVED SOURCE); VENDOR  *
      *                     PART NUMBER AND QUOTED UNIT COST ADDED,  *
      *                     RECORD WIDENED FROM 40 TO 60 BYTES       *
      *    2026-10-05  DHH  SO-QOH WIDENED TO 9(07) WITH IQOH, FROM  *
      *                     THE FILLER - LENGTH UNCHANGED            *
      ****************************************************************
       01  SUGGESTED-ORDER-RECORD.
           05  SO-VNDR             PIC X(06).
           05  SO-DESC             PIC X(10).
           05  SO-QOH              PIC 9(07).
           05  SO-REORD            PIC 9(05).
           05  SO-ORDER-QTY        PIC 9(05).
           05  SO-PART-NO          PIC X(15).
           05  SO-UNIT-COST        PIC 9(05)V9(02).
           05  FILLER              PIC X(05).
