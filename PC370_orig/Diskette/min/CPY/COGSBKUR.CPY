      ****************************************************************
      *    COGSBKUR.CPY - COORDINATED BACKUP UNLOAD RECORD.          *
      *    COGSBKUP WRITES ONE FOR EVERY RECORD OF EVERY FILE IN THE *
      *    BACKUP SET, ALL TO ONE COGSBKU1 GENERATION - BU-FILE      *
      *    NAMES THE FILE (ITS DD NAME) AND BU-DATA CARRIES THE      *
      *    RECORD UNCHANGED, LEFT-JUSTIFIED.  EVERY RECORD IS        *
      *    STAMPED WITH THE SET ID (BUSINESS DATE AND TIME OF THE    *
      *    RUN) ALSO ON THE COGSBKMR MANIFEST, SO COGSREST CAN       *
      *    REFUSE AN UNLOAD AND MANIFEST THAT DO NOT BELONG          *
      *    TOGETHER.                                                 *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  BACKUP-UNLOAD-RECORD.
           05  BU-SET-ID.
               10  BU-SET-DATE     PIC 9(08).
               10  BU-SET-TIME     PIC 9(08).
           05  BU-FILE             PIC X(08).
           05  BU-DATA             PIC X(268).
           05  FILLER              PIC X(08).
