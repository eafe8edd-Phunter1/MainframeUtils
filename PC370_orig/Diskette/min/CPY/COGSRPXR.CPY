      ****************************************************************
      *    COGSRPXR.CPY - REPORT REPOSITORY INDEX RECORD FOR THE     *
      *    COGSRPX INDEXED FILE, ONE PER REPORT CAPTURED, KEYED ON   *
      *    THE BUSINESS DATE AND THE REPORT DD NAME. RX-STEP AND     *
      *    RX-PROGRAM ARE THE COGSNITE STEP AND PROGRAM THAT         *
      *    PRODUCED IT. RX-LINES IS THE LINE COUNT AND RX-PAGES THE  *
      *    PAGES AT 60 LINES A PAGE. RX-TYPE IS THE RETENTION TYPE - *
      *    DLY DAILY LISTING, BAL BALANCING AND CONTROL, GL          *
      *    GENERAL-LEDGER AND PAYABLES - WHICH COGSRPUR LOOKS UP ON  *
      *    THE COGSRRTP RETENTION CARDS WHEN IT PURGES. RX-TIME IS   *
      *    THE WALL CLOCK AT CAPTURE.                                *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  REPORT-INDEX-RECORD.
           05  RX-KEY.
               10  RX-DATE         PIC 9(08).
               10  RX-REPORT       PIC X(08).
           05  RX-STEP             PIC X(08).
           05  RX-PROGRAM          PIC X(08).
           05  RX-TYPE             PIC X(03).
           05  RX-LINES            PIC 9(07).
           05  RX-PAGES            PIC 9(05).
           05  RX-TIME             PIC 9(06).
           05  FILLER              PIC X(27).
