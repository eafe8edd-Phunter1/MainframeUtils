      ****************************************************************
      *    COGSBINR.CPY - BIN LOCATION RECORD FOR THE COGSBIN KSDS,  *
      *    ONE RECORD PER STORE, PRODUCT AND BIN.  THE BIN CODE IS   *
      *    THE AISLE/BAY/LEVEL LABEL ON THE RACKING AND IS ASSIGNED  *
      *    SO THAT ITS COLLATING ORDER IS THE ORDER A PICKER WALKS   *
      *    THE BUILDING.  BN-QTY IS WHAT SITS IN THE BIN; THE BINS   *
      *    OF A PRODUCT SHOULD ADD UP TO ITS ST-QOH ON COGSSTOR,     *
      *    WHICH COGSBREC PROVES.  ONE BIN PER PRODUCT IS FLAGGED    *
      *    PRIMARY AND TAKES THE PUT-AWAY OF EVERY RECEIPT.          *
      *    MAINTAINED BY COGSBMNT AND MOVED BY THE COGSBINS SERVICE. *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  BIN-LOCATION-RECORD.
           05  BN-KEY.
               10  BN-STORE        PIC 9(03).
               10  BN-DESC         PIC X(10).
               10  BN-BIN          PIC X(08).
           05  BN-QTY              PIC 9(07).
           05  BN-PRIMARY-SW       PIC X(01).
               88  BN-PRIMARY                 VALUE "Y".
           05  BN-DATE-CHANGED     PIC 9(08).
           05  BN-CHANGED-BY       PIC X(08).
           05  FILLER              PIC X(05).
