      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-08-23  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  RC-CATCHUP-SW/-FROM/-THRU/-DONE CARVED   *
      *                     FROM THE FILLER - A MULTI-DAY CATCH-UP   *
      *                     SET BY COGSCTUP.  WHILE ONE IS ACTIVE,   *
      *                     RC-BUS-DATE IS ALWAYS THE NEXT MISSED    *
      *                     DATE, THE ONE TO RESUME FROM             *
      ****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-BUS-DATE         PIC 9(06).
               88  RC-CYCLE-STARTED           VALUE "STARTED".
               88  RC-CYCLE-COMPLETE          VALUE "COMPLETE".
           05  RC-LAST-RUN-DATE    PIC 9(06).
           05  RC-CATCHUP-SW       PIC X(01).
               88  RC-CATCHUP-ACTIVE          VALUE "Y".
           05  RC-CATCHUP-FROM     PIC 9(06).
           05  RC-CATCHUP-THRU     PIC 9(06).
           05  RC-CATCHUP-DONE     PIC 9(03).
           05  FILLER              PIC X(44).
