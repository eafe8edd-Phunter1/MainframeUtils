      ****************************************************************
      *    COGSSTTX.CPY - STORE MASTER MAINTENANCE TRANSACTION READ  *
      *    BY COGSSMNT.  ONE RECORD PER ADD, CHANGE OR DELETE        *
      *    AGAINST THE COGSSTRM STORE MASTER, KEYED ON THE STORE     *
      *    NUMBER.  ON A CHANGE, A FIELD LEFT AS SPACES MEANS "LEAVE *
      *    THE MASTER VALUE ALONE"; A CLOSE DATE OF ZEROS RE-OPENS A *
      *    CLOSED STORE.  THE WAREHOUSE FLAG IS Y OR N (SPACE ON AN  *
      *    ADD MEANS N).                                             *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  STORE-TRANS-RECORD.
           05  SX-ACTION           PIC X(03).
               88  SX-ACTION-ADD              VALUE "ADD".
               88  SX-ACTION-CHANGE           VALUE "CHG".
               88  SX-ACTION-DELETE           VALUE "DEL".
           05  SX-STORE-X          PIC X(03).
           05  SX-STORE REDEFINES SX-STORE-X
                                   PIC 9(03).
           05  SX-NAME             PIC X(20).
           05  SX-ADDRESS          PIC X(25).
           05  SX-CITY             PIC X(15).
           05  SX-STATE            PIC X(02).
           05  SX-ZIP              PIC X(09).
           05  SX-WHSE-FLAG        PIC X(01).
               88  SX-WHSE-VALID              VALUE "Y" "N".
           05  SX-OPEN-DATE-X      PIC X(08).
           05  SX-OPEN-DATE REDEFINES SX-OPEN-DATE-X
                                   PIC 9(08).
           05  SX-CLOSE-DATE-X     PIC X(08).
           05  SX-CLOSE-DATE REDEFINES SX-CLOSE-DATE-X
                                   PIC 9(08).
           05  FILLER              PIC X(06).
