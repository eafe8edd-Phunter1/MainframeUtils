      ****************************************************************
      *    COGSXVRR.CPY - TRANSFER RECEIPT VARIANCE RECORD, APPENDED *
      *    TO THE COGSXVAR LOG BY COGSXFER WHEN A RECEIVING STORE    *
      *    CONFIRMS A DIFFERENT QUANTITY FROM THE ONE SHIPPED.       *
      *    XV-VARIANCE IS RECEIVED LESS SHIPPED (NEGATIVE = UNITS    *
      *    LOST ON THE TRUCK) AND XV-VALUE PRICES IT AT ICOST; THE   *
      *    SAME UNITS ARE TAKEN OFF (OR PUT ON) THE COMPANY IQOH     *
      *    THROUGH COGSAUD SO THE SHELVES STILL FOOT TO THE MASTER.  *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  XFER-VARIANCE-RECORD.
           05  XV-XFER-NO          PIC 9(07).
           05  XV-DESC             PIC X(10).
           05  XV-FROM-STORE       PIC 9(03).
           05  XV-TO-STORE         PIC 9(03).
           05  XV-SHIP-DATE        PIC 9(08).
           05  XV-RECV-DATE        PIC 9(08).
           05  XV-QTY-SHIPPED      PIC 9(05).
           05  XV-QTY-RECEIVED     PIC 9(05).
           05  XV-VARIANCE         PIC S9(05).
           05  XV-UNIT-COST        PIC 9(05)V9(02).
           05  XV-VALUE            PIC S9(09)V9(02).
           05  FILLER              PIC X(08).
