      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-08-23  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  XF-TYPE AND XF-XFER-NO ADDED.  A SHIP    *
      *                     (S OR SPACE) DRAWS THE SENDING SHELF     *
      *                     AND PUTS THE UNITS IN TRANSIT ON         *
      *                     COGSXIT; A RECEIPT (R) QUOTES THE        *
      *                     TRANSFER NUMBER AND THE QUANTITY THAT    *
      *                     ACTUALLY ARRIVED AT XF-TO-STORE          *
      *    2026-10-05  DHH  XF-PICK-SW, XF-PICK-OPER AND             *
      *                     XF-QTY-SHORT CARVED FROM THE FILLER.     *
      *                     COGSPKCF MARKS A SHORT-PICKED SHIP C,    *
      *                     CUTS XF-QTY TO WHAT WAS PICKED AND       *
      *                     KEEPS THE SHORTFALL                      *
      ****************************************************************
       01  TRANSFER-TRANS-RECORD.
           05  XF-DESC             PIC X(10).
           05  XF-FROM-STORE       PIC 9(03).
           05  XF-TO-STORE         PIC 9(03).
           05  XF-QTY              PIC 9(05).
           05  XF-TYPE             PIC X(01).
               88  XF-SHIP                    VALUE "S" " ".
               88  XF-RECEIPT                 VALUE "R".
           05  XF-XFER-NO-X        PIC X(07).
           05  XF-XFER-NO REDEFINES XF-XFER-NO-X
                                   PIC 9(07).
           05  XF-PICK-SW          PIC X(01).
               88  XF-PICK-CONFIRMED          VALUE "C".
           05  XF-PICK-OPER        PIC X(05).
           05  XF-QTY-SHORT        PIC 9(05).
