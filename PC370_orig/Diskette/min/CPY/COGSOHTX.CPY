      ****************************************************************
      *    COGSOHTX.CPY - MERCHANDISE MANAGER DECISION ON AN ORDER   *
      *    HELD OVER OPEN-TO-BUY, READ BY COGSOTBA. REL RELEASES THE *
      *    HELD ORDER IN OD-HOLD-KEY SO THE NEXT COGSOPST RUN POSTS  *
      *    IT; REJ DROPS IT. OD-OPER-ID IS THE MANAGER DECIDING, WHO *
      *    MUST HOLD OTB AUTHORITY.                                  *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  OTB-DECISION-TRANS-RECORD.
           05  OD-ACTION           PIC X(03).
               88  OD-ACTION-RELEASE          VALUE "REL".
               88  OD-ACTION-REJECT           VALUE "REJ".
           05  OD-HOLD-KEY.
               10  OD-DATE-HELD    PIC 9(08).
               10  OD-SEQ          PIC 9(05).
           05  OD-OPER-ID          PIC X(05).
           05  FILLER              PIC X(19).
