      ****************************************************************
      *    COGSRTHR.CPY - RETURN HISTORY RECORD FOR THE COGSRTH1     *
      *    FILE.  ONE RECORD IS WRITTEN BY COGSRTRN FOR EVERY        *
      *    CUSTOMER RETURN IT POSTS, RESTOCKED OR SCRAPPED, THE WAY  *
      *    COGSSALE WRITES COGSSLH1 FOR A SALE.  THE RETURN          *
      *    TRANSACTION CARRIES NO PRICE, SO RH-UNIT-PRICE IS THE     *
      *    MASTER ISELL AT POSTING TIME - WHAT THE REGISTER REFUNDS. *
      *    RETURNS TO VENDOR ARE NOT CUSTOMER MONEY AND ARE NOT      *
      *    WRITTEN.  COGSTNDR READS THE FILE TO PROVE THE REGISTER   *
      *    Z-TAPE RETURN DOLLARS.                                    *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  RETURN-HISTORY-RECORD.
           05  RH-DESC             PIC X(10).
           05  RH-STATE            PIC X(02).
           05  RH-STORE            PIC 9(03).
           05  RH-QTY              PIC 9(05).
           05  RH-UNIT-PRICE       PIC 9(05)V9(02).
           05  RH-DISP             PIC X(01).
           05  RH-DATE             PIC 9(08).
           05  FILLER              PIC X(04).
