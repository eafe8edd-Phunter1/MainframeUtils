      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-08-23  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  VN-ASN-LINES AND VN-ASN-EXACT CARVED     *
      *                     FROM THE FILLER - ADVANCE SHIP NOTICE    *
      *                     LINES THE DOCK HAS CONFIRMED THROUGH     *
      *                     COGSASCF, AND HOW MANY OF THEM ARRIVED   *
      *                     EXACTLY AS NOTIFIED.  COGSVSCR SCORES    *
      *                     SHIP-NOTICE ACCURACY FROM THEM; SPACES   *
      *                     COUNT AS ZERO                            *
      ****************************************************************
       01  VENDOR-MASTER-RECORD.
           05  VN-CODE             PIC X(06).
           05  VN-CONTACT          PIC X(20).
           05  VN-LEAD-DAYS        PIC 9(03).
           05  VN-TERMS            PIC X(10).
           05  VN-ASN-LINES        PIC 9(05).
           05  VN-ASN-EXACT        PIC 9(05).
           05  FILLER              PIC X(01).
