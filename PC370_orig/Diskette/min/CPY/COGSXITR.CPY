      ****************************************************************
      *    COGSXITR.CPY - IN-TRANSIT TRANSFER RECORD FOR THE COGSXIT *
      *    INDEXED FILE, KEYED ON THE PRODUCT AND THE TRANSFER       *
      *    NUMBER COGSXFER ASSIGNS FROM THE COGSXFNC CONTROL FILE    *
      *    WHEN IT SHIPS A TRANSFER.  THE UNITS HAVE LEFT THE        *
      *    SENDING SHELF BUT ARE STILL ON THE COMPANY IQOH, SO       *
      *    COGSSCHK ADDS THEM TO THE STORE SHELVES WHEN IT           *
      *    CROSS-FOOTS.  THE RECORD IS DELETED WHEN THE RECEIVING    *
      *    STORE CONFIRMS THE RECEIPT; ANY OVER OR SHORT GOES TO THE *
      *    COGSXVAR VARIANCE LOG.  KEYED BY PRODUCT FIRST SO         *
      *    COGSSCHK AND COGSALOC CAN PICK UP ONE PRODUCT'S UNITS IN  *
      *    TRANSIT AS THEY SWEEP.  COGSXAGE LISTS TRANSFERS LEFT     *
      *    UNCONFIRMED TOO LONG.                                     *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  IN-TRANSIT-RECORD.
           05  IT-KEY.
               10  IT-DESC         PIC X(10).
               10  IT-XFER-NO      PIC 9(07).
           05  IT-FROM-STORE       PIC 9(03).
           05  IT-TO-STORE         PIC 9(03).
           05  IT-QTY-SHIPPED      PIC 9(05).
           05  IT-SHIP-DATE        PIC 9(08).
           05  FILLER              PIC X(44).
