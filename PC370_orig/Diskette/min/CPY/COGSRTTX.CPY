      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-09-02  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  DISPOSITION V - RETURN TO VENDOR.  THE   *
      *                     UNITS COME OFF IQOH AND THE ORIGINATING  *
      *                     STORE'S SHELF AND GO BACK TO RT-VNDR     *
      *                     FOR CREDIT (RT-STATE IS NOT USED).       *
      *                     RECORD WIDENED FROM 24 TO 30 BYTES       *
      ****************************************************************
       01  RETURN-TRANS-RECORD.
           05  RT-DESC             PIC X(10).
           05  RT-DISP             PIC X(01).
               88  RT-DISP-RESTOCK            VALUE "R".
               88  RT-DISP-SCRAP              VALUE "S".
               88  RT-DISP-VENDOR             VALUE "V".
           05  RT-VNDR             PIC X(06).
           05  FILLER              PIC X(03).
