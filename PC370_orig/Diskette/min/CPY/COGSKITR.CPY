      ****************************************************************
      *    COGSKITR.CPY - KIT DEFINITION RECORD FOR THE COGSKIT      *
      *    INDEXED FILE, KEYED ON KIT THEN COMPONENT SO EVERY        *
      *    COMPONENT OF A KIT READS TOGETHER.  A KIT (GIFT SET OR    *
      *    BUNDLE) IS SOLD UNDER ITS OWN IDESC BUT HOLDS NO STOCK OF *
      *    ITS OWN - ONE RECORD PER COMPONENT PRODUCT GIVES THE      *
      *    UNITS OF THAT COMPONENT IN ONE KIT.  COGSPOST AND         *
      *    COGSRTRN EXPLODE A KIT SALE, BACKORDER RELEASE OR RETURN  *
      *    THROUGH THESE RECORDS TO THE COMPONENTS' IQOH AND         *
      *    SHELVES.  A KIT MAY NOT BE A COMPONENT OF ANOTHER KIT.    *
      *    MAINTAINED BY COGSKMNT.                                   *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  KIT-COMPONENT-RECORD.
           05  KT-KEY.
               10  KT-KIT-DESC     PIC X(10).
               10  KT-COMP-DESC    PIC X(10).
           05  KT-QTY              PIC 9(03).
           05  KT-DATE-CHANGED     PIC 9(08).
           05  FILLER              PIC X(09).
