      ****************************************************************
      *    COGSRIPR.CPY - ORPHAN PURGE RECORD.  COGSRINT WRITES ONE  *
      *    TO COGSRIPO FOR EVERY SIDE-FILE ROW IT FINDS POINTING AT  *
      *    A PRODUCT NO LONGER ON COGSMST (A BIN: NO LONGER ON       *
      *    COGSSTOR) - RP-FILE NAMES THE FILE,                       *
      *    RP-KEY CARRIES THE ROW'S RECORD KEY LEFT-JUSTIFIED, AND   *
      *    RP-PARENT THE ORPHANED PRODUCT DESCRIPTION.  AFTER REVIEW *
      *    THE LINES TO BE REMOVED ARE GIVEN BACK TO THE NEXT        *
      *    COGSRINT RUN ON COGSRIPI, WHICH CHECKS EACH ONE IS STILL  *
      *    AN ORPHAN BEFORE IT DELETES THE ROW.                      *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  RP-KEY WIDENED TO 21 BYTES OUT OF THE    *
      *                     FILLER FOR THE KIT AND BIN KEYS          *
      ****************************************************************
       01  ORPHAN-PURGE-RECORD.
           05  RP-FILE             PIC X(08).
           05  RP-KEY              PIC X(21).
           05  RP-PARENT           PIC X(10).
           05  FILLER              PIC X(01).
