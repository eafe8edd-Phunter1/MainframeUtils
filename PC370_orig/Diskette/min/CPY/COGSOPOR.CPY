      *    2026-08-23  DHH  INITIAL VERSION                          *
      *    2026-08-23  DHH  OP-DATE-ORDERED WIDENED TO FULL-CENTURY  *
      *                     CCYYMMDD                                 *
      *    2026-10-05  DHH  NOW THE PER-PRODUCT SUMMARY OF WHAT IS   *
      *                     OPEN ACROSS ALL NUMBERED PO LINES (SEE   *
      *                     COGSPOHR.CPY/COGSPOLR.CPY).  COGSOPST    *
      *                     ADDS TO IT AND BACKS OUT CANCELLED OR    *
      *                     CLOSED LINES; RECEIPTS RELIEVE IT AS     *
      *                     BEFORE.  OP-VNDR AND OP-DATE-ORDERED     *
      *                     ARE THOSE OF THE LATEST ORDER            *
      ****************************************************************
       01  OPEN-PO-RECORD.
           05  OP-DESC             PIC X(10).
