      ****************************************************************
      *    COGSRSVR.CPY - CUSTOMER RESERVATION RECORD FOR THE        *
      *    COGSRSV INDEXED FILE, KEYED ON THE PRODUCT AND THE        *
      *    RESERVATION NUMBER COGSRSRV ASSIGNS FROM THE COGSRSNC     *
      *    CONTROL FILE.  ONE RECORD PER HOLD A STORE HAS PROMISED A *
      *    CUSTOMER FOR PICKUP.  THE HELD UNITS STAY ON THE SHELF    *
      *    AND ON IQOH BUT ARE ALSO CARRIED IN ST-RESERVED ON THE    *
      *    STORE'S COGSSTOR RECORD, SO THE REGISTER SALES COGSPOST   *
      *    POSTS CANNOT TAKE THEM.  THE RECORD IS DELETED WHEN THE   *
      *    CUSTOMER PICKS UP, CANCELS, OR THE HOLD PASSES RV-EXPIRY. *
      *    RV-STATE IS THE STORE'S HOME STATE, CAPTURED WHEN THE     *
      *    HOLD IS TAKEN, AND IS THE STATE THE PICKUP SALE POSTS TO. *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  RESERVATION-RECORD.
           05  RV-KEY.
               10  RV-DESC         PIC X(10).
               10  RV-RES-NO       PIC 9(07).
           05  RV-STORE            PIC 9(03).
           05  RV-STATE            PIC X(02).
           05  RV-QTY              PIC 9(05).
           05  RV-CUST-NAME        PIC X(20).
           05  RV-CUST-PHONE       PIC X(10).
           05  RV-DATE-TAKEN       PIC 9(08).
           05  RV-EXPIRY           PIC 9(08).
           05  FILLER              PIC X(07).
