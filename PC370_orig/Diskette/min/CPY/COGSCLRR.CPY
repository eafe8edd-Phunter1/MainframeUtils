      ****************************************************************
      *    COGSCLRR.CPY - CLEARANCE MARKDOWN RECORD FOR THE COGSCLRF *
      *    INDEXED FILE, KEYED ON THE PRODUCT.  COGSCLR WRITES ONE   *
      *    WHEN A DISCONTINUED OR DEAD-STOCK PRODUCT GOES ON THE     *
      *    STEPPED MARKDOWN SCHEDULE AND DELETES IT WHEN THE STOCK   *
      *    IS GONE.  CL-ORIG-SELL IS ISELL AS IT STOOD ON ENTRY -    *
      *    EVERY STEP IS TAKEN AS A PERCENTAGE OFF THAT PRICE, NOT   *
      *    OFF THE LAST STEP.  CL-STEP IS THE LAST STEP TAKEN AND    *
      *    CL-NEXT-DATE THE BUSINESS DAY THE NEXT ONE FALLS DUE.     *
      *    CL-MD-TOTAL IS THE INVENTORY VALUE GIVEN UP SO FAR.  ONCE *
      *    THE LAST STEP HAS RUN ITS INTERVAL THE PRODUCT IS FLAGGED *
      *    CL-WRITE-OFF-LISTED AND GOES ON THE NIGHTLY WRITE-OFF     *
      *    LIST UNTIL THE REMAINING STOCK IS COUNTED OUT.            *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  CLEARANCE-RECORD.
           05  CL-DESC             PIC X(10).
           05  CL-REASON           PIC X(01).
               88  CL-DISCONTINUED            VALUE "D".
               88  CL-DEAD-STOCK              VALUE "S".
           05  CL-STATUS           PIC X(01).
               88  CL-MARKING-DOWN            VALUE "M".
               88  CL-WRITE-OFF-LISTED        VALUE "W".
           05  CL-ORIG-SELL        PIC 9(05)V9(02).
           05  CL-STEP             PIC 9(01).
           05  CL-DATE-ENTERED     PIC 9(08).
           05  CL-NEXT-DATE        PIC 9(08).
           05  CL-MD-TOTAL         PIC 9(11)V9(02).
           05  FILLER              PIC X(31).
