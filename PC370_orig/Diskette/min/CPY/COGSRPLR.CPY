      ****************************************************************
      *    COGSRPLR.CPY - REPORT REPOSITORY LINE RECORD FOR THE      *
      *    COGSRPL INDEXED FILE. EVERY PRINT LINE OF EVERY NIGHTLY   *
      *    REPORT IS CAPTURED HERE BY COGSRCAP, KEYED ON THE CYCLE   *
      *    BUSINESS DATE, THE REPORT (ITS DD NAME, E.G. COGSMRG1)    *
      *    AND THE LINE NUMBER WITHIN THE REPORT, SO ANY NIGHT'S     *
      *    REPORT CAN BE PULLED BACK BY COGSRPRT LONG AFTER THE      *
      *    SPOOL HAS PURGED. THE COGSRPX INDEX (COGSRPXR.CPY)        *
      *    CARRIES ONE RECORD PER CAPTURED REPORT.                   *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  REPORT-LINE-RECORD.
           05  RL-KEY.
               10  RL-DATE         PIC 9(08).
               10  RL-REPORT       PIC X(08).
               10  RL-LINE         PIC 9(07).
           05  RL-TEXT             PIC X(132).
           05  FILLER              PIC X(05).
