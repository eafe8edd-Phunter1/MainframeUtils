      ****************************************************************
      *    COGSOTHR.CPY - ORDER HELD OVER OPEN-TO-BUY, FOR THE       *
      *    COGSOTBH INDEXED FILE, KEYED ON THE BUSINESS DATE HELD    *
      *    PLUS A SEQUENCE NUMBER WITHIN THE DAY. COGSOPST WRITES    *
      *    ONE (STATUS H) FOR EVERY NEW ORDER LINE THAT WOULD TAKE   *
      *    ITS DEPARTMENT OVER THE MONTH'S REMAINING OPEN-TO-BUY,    *
      *    CARRYING THE ORDER TRANSACTION UNCHANGED. A MERCHANDISE   *
      *    MANAGER RELEASES (STATUS R) OR REJECTS IT THROUGH         *
      *    COGSOTBA; THE NEXT COGSOPST RUN POSTS EVERY RELEASED      *
      *    ORDER WITHOUT THE BUDGET CHECK AND REMOVES IT.            *
      *    OH-REMAINING IS THE OPEN-TO-BUY LEFT WHEN THE ORDER WAS   *
      *    HELD.                                                     *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  OTB-HELD-ORDER-RECORD.
           05  OH-KEY.
               10  OH-DATE-HELD    PIC 9(08).
               10  OH-SEQ          PIC 9(05).
           05  OH-ORDER.
               10  OH-ORD-DESC     PIC X(10).
               10  OH-ORD-VNDR     PIC X(06).
               10  OH-ORD-QTY      PIC 9(05).
               10  FILLER          PIC X(39).
           05  OH-DEPT             PIC X(04).
           05  OH-MONTH            PIC 9(06).
           05  OH-VALUE            PIC 9(11)V9(02).
           05  OH-REMAINING        PIC S9(11)V9(02).
           05  OH-STATUS           PIC X(01).
               88  OH-HELD                    VALUE "H".
               88  OH-RELEASED                VALUE "R".
           05  OH-DECIDED-BY       PIC X(05).
           05  OH-DATE-DECIDED     PIC 9(08).
           05  FILLER              PIC X(07).
