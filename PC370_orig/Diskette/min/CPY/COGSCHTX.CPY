      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2012-07-09  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  CT-NEW-COST WIDENED TO 9(05)V99 FROM THE *
      *                     FILLER - STILL 20 BYTES                  *
      *    2026-10-05  DHH  CT-OPER-ID ADDED - THE OPERATOR WHO      *
      *                     KEYED THE COST (RECORD IS NOW 25 BYTES)  *
      ****************************************************************
       01  COST-TRANS-RECORD.
           05  CT-DESC             PIC X(10).
           05  CT-NEW-COST         PIC 9(05)V9(02).
           05  FILLER              PIC X(03).
           05  CT-OPER-ID          PIC X(05).
