      *                     CCYYMMDD (RECORD IS NOW 54 BYTES) SO    *
      *                     SORTING AND RETENTION COMPARES ACROSS   *
      *                     A CENTURY BOUNDARY STOP BEING GUESSWORK *
      *    2026-10-05  DHH  AUD-OPER-ID ADDED - THE OPERATOR BEHIND  *
      *                     AN ONLINE-KEYED CHANGE, SPACES FOR THE   *
      *                     NIGHTLY JOBS (RECORD IS NOW 60 BYTES)    *
      ****************************************************************
       01  AUDIT-RECORD.
           05  AUD-DESC            PIC X(10).
           05  AUD-DATE            PIC 9(08).
           05  AUD-TIME            PIC 9(06).
           05  AUD-JOB-ID          PIC X(08).
           05  AUD-OPER-ID         PIC X(05).
           05  FILLER              PIC X(01).
