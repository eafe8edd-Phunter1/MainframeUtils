      ****************************************************************
      *    COGSACTX.CPY - DOCK CONFIRMATION AGAINST AN ADVANCE SHIP  *
      *    NOTICE, READ BY COGSASCF. CNF CONFIRMS THE ASN LINE IN    *
      *    AC-LINE RECEIVED EXACTLY AS SHIPPED, OR EVERY STILL-OPEN  *
      *    LINE OF THE SHIPMENT WHEN AC-LINE IS ZERO OR SPACES. ADJ  *
      *    CONFIRMS ONE LINE AT THE QUANTITY THE DOCK ACTUALLY       *
      *    COUNTED IN AC-QTY, IN THE SAME CASES OR EACHES AS THE ASN *
      *    (ZERO = NOTHING ARRIVED). AC-OPER-ID IS THE DOCK OPERATOR *
      *    CONFIRMING.                                               *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  ASN-CONFIRM-TRANS-RECORD.
           05  AC-ACTION           PIC X(03).
               88  AC-ACTION-CONFIRM          VALUE "CNF".
               88  AC-ACTION-ADJUST           VALUE "ADJ".
           05  AC-VNDR             PIC X(06).
           05  AC-SHIPMENT         PIC X(10).
           05  AC-LINE             PIC 9(03).
           05  AC-LINE-X REDEFINES AC-LINE
                                   PIC X(03).
           05  AC-QTY              PIC 9(05).
           05  AC-QTY-X REDEFINES AC-QTY
                                   PIC X(05).
           05  AC-OPER-ID          PIC X(05).
           05  FILLER              PIC X(08).
