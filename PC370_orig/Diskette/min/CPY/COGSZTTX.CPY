      ****************************************************************
      *    COGSZTTX.CPY - REGISTER END-OF-DAY TOTALS RECORD, ONE PER *
      *    REGISTER PER BUSINESS DATE, SENT IN ON COGSZTAP WHEN THE  *
      *    STORE CLOSES ITS REGISTERS - THE FIGURES OFF THE Z-TAPE.  *
      *    ZT-GROSS-SALES AND ZT-RETURNS ARE DOLLARS, ZT-UNITS IS    *
      *    UNITS SOLD.  COGSTNDR FOOTS THE REGISTERS BY STORE AND    *
      *    PROVES THEM AGAINST WHAT COGSSLH1 AND COGSRTH1 SAY        *
      *    ACTUALLY POSTED THAT NIGHT.                               *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  REGISTER-TOTALS-RECORD.
           05  ZT-STORE            PIC 9(03).
           05  ZT-REGISTER         PIC 9(03).
           05  ZT-DATE             PIC 9(08).
           05  ZT-GROSS-SALES      PIC 9(07)V9(02).
           05  ZT-UNITS            PIC 9(07).
           05  ZT-RETURNS          PIC 9(07)V9(02).
           05  FILLER              PIC X(11).
