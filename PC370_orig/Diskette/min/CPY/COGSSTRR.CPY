      ****************************************************************
      *    COGSSTRR.CPY - STORE MASTER RECORD FOR THE COGSSTRM       *
      *    INDEXED FILE, KEYED ON THE THREE-DIGIT STORE NUMBER THAT  *
      *    THE TRANSACTIONS CARRY AS SL-STORE, PO-STORE, RT-STORE    *
      *    AND XF-FROM/TO-STORE AND COGSSTOR CARRIES AS ST-STORE.    *
      *    PUTS A NAME, ADDRESS AND HOME STATE/REGION CODE (A        *
      *    COGSREGN CODE) BEHIND THE NUMBER.  SM-WHSE-FLAG Y MARKS   *
      *    THE ONE STORE THAT IS THE WAREHOUSE DOCK.  A STORE TAKES  *
      *    BUSINESS FROM SM-OPEN-DATE ON AND IS CLOSED FROM          *
      *    SM-CLOSE-DATE ON; A CLOSE DATE OF ZERO MEANS STILL        *
      *    TRADING.  MAINTAINED BY COGSSMNT; READ THROUGH THE        *
      *    COGSSTLK SERVICE.                                         *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  STORE-MASTER-RECORD.
           05  SM-STORE            PIC 9(03).
           05  SM-NAME             PIC X(20).
           05  SM-ADDRESS          PIC X(25).
           05  SM-CITY             PIC X(15).
           05  SM-STATE            PIC X(02).
           05  SM-ZIP              PIC X(09).
           05  SM-WHSE-FLAG        PIC X(01).
               88  SM-WAREHOUSE               VALUE "Y".
           05  SM-OPEN-DATE        PIC 9(08).
           05  SM-CLOSE-DATE       PIC 9(08).
           05  FILLER              PIC X(09).

