      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-09-02  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  RH-PO-NUMBER AND RH-PO-LINE CARVED FROM  *
      *                     THE FILLER - THE NUMBERED PO LINE THE    *
      *                     RECEIPT RELIEVED (ZERO WHEN NONE WAS     *
      *                     QUOTED)                                  *
      ****************************************************************
       01  RECEIPT-HISTORY-RECORD.
           05  RH-DESC             PIC X(10).
           05  RH-DATE-RECEIVED    PIC 9(08).
           05  RH-FINAL-SW         PIC X(01).
               88  RH-FINAL                   VALUE "Y".
           05  RH-PO-NUMBER        PIC 9(07).
           05  RH-PO-LINE          PIC 9(03).
           05  FILLER              PIC X(02).
