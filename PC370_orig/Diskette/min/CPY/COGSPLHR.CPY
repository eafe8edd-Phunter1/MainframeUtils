      ****************************************************************
      *    COGSPLHR.CPY - LAPSED PROMOTION RECORD FOR THE SEQUENTIAL *
      *    COGSPRLH FILE.  COGSPMAP DELETES A PROMO FROM COGSPRMO    *
      *    THE NIGHT IT LAPSES, SO BEFORE THE DELETE IT APPENDS THE  *
      *    PROMO HERE WITH THE MASTER ISELL IT WENT BACK TO.         *
      *    COGSLIFT MEASURES EACH PROMO ON THE FILE AGAINST THE      *
      *    COGSSLH1 SALES HISTORY ONCE AND STAMPS PL-DATE-REPORTED   *
      *    SO IT IS NOT REPORTED AGAIN - ZERO MEANS NOT YET          *
      *    REPORTED.                                                 *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  PROMO-LAPSE-RECORD.
           05  PL-DESC             PIC X(10).
           05  PL-PRICE            PIC 9(05)V9(02).
           05  PL-START            PIC 9(08).
           05  PL-END              PIC 9(08).
           05  PL-MAST-SELL        PIC 9(05)V9(02).
           05  PL-DATE-LAPSED      PIC 9(08).
           05  PL-DATE-REPORTED    PIC 9(08).
           05  FILLER              PIC X(04).
