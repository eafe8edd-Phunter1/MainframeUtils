      ****************************************************************
      *    COGSBKMR.CPY - COORDINATED BACKUP MANIFEST RECORD.        *
      *    COGSBKUP WRITES ONE 'F' LINE PER FILE IN THE SET - RECORD *
      *    COUNT, KEY HASH TOTAL (EACH KEY BYTE'S VALUE TIMES ITS    *
      *    POSITION, SUMMED) AND QUANTITY HASH TOTAL (THE FILE'S     *
      *    PRINCIPAL NUMERIC FIELD, SUMMED) - AND ONE 'T' TRAILER.   *
      *    BM-STATUS ON THE TRAILER IS 'GOOD' ONLY WHEN EVERY FILE   *
      *    UNLOADED CLEANLY; BM-COUNT ON THE TRAILER IS THE NUMBER   *
      *    OF FILE LINES.  COGSREST PROVES THE UNLOAD, AND EACH      *
      *    RELOADED FILE, AGAINST THESE TOTALS.                      *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  BACKUP-MANIFEST-RECORD.
           05  BM-SET-ID.
               10  BM-SET-DATE     PIC 9(08).
               10  BM-SET-TIME     PIC 9(08).
           05  BM-TYPE             PIC X(01).
               88  BM-FILE-LINE               VALUE "F".
               88  BM-TRAILER                 VALUE "T".
           05  BM-FILE             PIC X(08).
           05  BM-COUNT            PIC 9(09).
           05  BM-KEY-HASH         PIC 9(15).
           05  BM-QTY-HASH         PIC 9(15).
           05  BM-STATUS           PIC X(04).
               88  BM-SET-GOOD                VALUE "GOOD".
               88  BM-FILE-OK                 VALUE "OK  ".
           05  FILLER              PIC X(12).
