      ****************************************************************
      *    COGSRSTX.CPY - CUSTOMER RESERVATION TRANSACTION RECORD    *
      *    READ BY COGSRSRV.  RT-TYPE A TAKES A NEW HOLD FOR RT-QTY  *
      *    OF THE PRODUCT AT RT-STORE FOR THE NAMED CUSTOMER;        *
      *    RT-EXPIRY IS THE LAST DAY THE HOLD IS KEPT (SPACES TAKES  *
      *    THE COGSRSVP DEFAULT).  C CANCELS AND P PICKS UP THE HOLD *
      *    QUOTED IN RT-DESC AND RT-RES-NO.  A PICKUP MAY GIVE       *
      *    RT-QTY TO TAKE PART OF THE HOLD (THE REST IS RELEASED);   *
      *    SPACES TAKES IT ALL.                                      *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  RESERVE-TRANS-RECORD.
           05  RT-TYPE             PIC X(01).
               88  RT-ADD                     VALUE "A".
               88  RT-CANCEL                  VALUE "C".
               88  RT-PICKUP                  VALUE "P".
           05  RT-RES-NO-X         PIC X(07).
           05  RT-RES-NO REDEFINES RT-RES-NO-X
                                   PIC 9(07).
           05  RT-DESC             PIC X(10).
           05  RT-STORE-X          PIC X(03).
           05  RT-STORE REDEFINES RT-STORE-X
                                   PIC 9(03).
           05  RT-QTY-X            PIC X(05).
           05  RT-QTY REDEFINES RT-QTY-X
                                   PIC 9(05).
           05  RT-CUST-NAME        PIC X(20).
           05  RT-CUST-PHONE       PIC X(10).
           05  RT-EXPIRY-X         PIC X(08).
           05  RT-EXPIRY REDEFINES RT-EXPIRY-X
                                   PIC 9(08).
           05  FILLER              PIC X(16).
