      ****************************************************************
      *    COGSRPQX.CPY - REPORT REPRINT REQUEST CARD FOR COGSRPRT.  *
      *    RQ-DATE IS THE BUSINESS DATE OF THE REPORT WANTED AND     *
      *    RQ-REPORT ITS DD NAME (E.G. COGSBAL1), OR ALL FOR EVERY   *
      *    REPORT CAPTURED THAT DATE. RQ-DEST IS P TO REPRINT IT ON  *
      *    COGSRPP1, F TO WRITE IT TO THE COGSRPF1 FLAT FILE, OR L   *
      *    TO LIST THE INDEX ENTRIES ONLY.                           *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  REPRINT-REQUEST-RECORD.
           05  RQ-DATE             PIC 9(08).
           05  RQ-DATE-X REDEFINES RQ-DATE
                                   PIC X(08).
           05  FILLER              PIC X(01).
           05  RQ-REPORT           PIC X(08).
               88  RQ-ALL-REPORTS             VALUE "ALL".
           05  FILLER              PIC X(01).
           05  RQ-DEST             PIC X(01).
               88  RQ-DEST-PRINT              VALUE "P".
               88  RQ-DEST-FILE               VALUE "F".
               88  RQ-DEST-LIST               VALUE "L".
               88  RQ-DEST-VALID              VALUE "P" "F" "L".
           05  FILLER              PIC X(61).
