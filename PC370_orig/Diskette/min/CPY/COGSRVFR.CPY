      ****************************************************************
      *    COGSRVFR.CPY - RETURN-TO-VENDOR RECORD FOR THE COGSRTVF   *
      *    INDEXED FILE, KEYED ON THE RTV NUMBER COGSRTRN ASSIGNS    *
      *    FROM THE COGSRVNC CONTROL FILE.  ONE RECORD PER RETURN    *
      *    SENT BACK - VENDOR, PRODUCT, QUANTITY, THE STORE IT       *
      *    CAME OFF, AND THE VALUE AT ICOST THAT WENT TO             *
      *    COGSAPF1 AS A CREDIT MEMO.  RV-STATUS STAYS O UNTIL       *
      *    COGSRVRG APPLIES THE VENDOR'S CREDIT FROM COGSRVCI, THEN  *
      *    GOES TO C WITH THE DATE, AMOUNT AND THE VENDOR'S MEMO     *
      *    NUMBER.  THE NIGHTLY COGSRVRG REGISTER LISTS EVERY RTV    *
      *    STILL OPEN.                                               *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  RTV-RECORD.
           05  RV-RTV-NUMBER       PIC 9(07).
           05  RV-VNDR             PIC X(06).
           05  RV-DESC             PIC X(10).
           05  RV-QTY              PIC 9(05).
           05  RV-STORE            PIC 9(03).
           05  RV-UNIT-COST        PIC 9(05)V9(02).
           05  RV-EXT-VALUE        PIC 9(07)V9(02).
           05  RV-DATE-RETURNED    PIC 9(08).
           05  RV-STATUS           PIC X(01).
               88  RV-OPEN                    VALUE "O".
               88  RV-CREDITED                VALUE "C".
           05  RV-DATE-CREDITED    PIC 9(08).
           05  RV-AMT-CREDITED     PIC 9(07)V9(02).
           05  RV-CREDIT-MEMO      PIC X(10).
           05  FILLER              PIC X(17).
