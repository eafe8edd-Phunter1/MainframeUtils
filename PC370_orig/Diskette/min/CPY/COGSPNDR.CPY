      *    MODIFICATION HISTORY                                     *
      *    2026-08-23  DHH  INITIAL VERSION                          *
      *    2026-08-23  DHH  PN-DATE WIDENED TO FULL-CENTURY CCYYMMDD *
      *    2026-10-05  DHH  COSTS WIDENED TO 9(05)V99 WITH ICOST,    *
      *                     FROM THE FILLER - STILL 40 BYTES         *
      *    2026-10-05  DHH  PN-OPER-ID TAKES THE FILLER - THE        *
      *                     OPERATOR WHO KEYED THE HELD CHANGE, SO   *
      *                     COGSAPPR CAN KEEP THEM FROM RELEASING    *
      *                     THEIR OWN CHANGE - STILL 40 BYTES        *
      ****************************************************************
       01  PENDING-COST-RECORD.
           05  PN-DESC             PIC X(10).
           05  PN-OLD-COST         PIC 9(05)V9(02).
           05  PN-NEW-COST         PIC 9(05)V9(02).
           05  PN-DATE             PIC 9(08).
           05  PN-PCT              PIC 9(03).
           05  PN-OPER-ID          PIC X(05).
