      ****************************************************************
      *    COGSVCTX.CPY - VENDOR ITEM CATALOG MAINTENANCE            *
      *    TRANSACTION READ BY COGSVCMN.  ONE RECORD PER ADD, CHANGE *
      *    OR DELETE AGAINST THE COGSVCAT CATALOG, KEYED ON PRODUCT  *
      *    AND VENDOR.  ON A CHANGE, A FIELD LEFT AS SPACES MEANS    *
      *    "LEAVE THE CATALOG VALUE ALONE".  PREFERRED Y MAKES THIS  *
      *    THE PRODUCT'S PREFERRED SOURCE AND TAKES THE FLAG OFF     *
      *    ANY OTHER; STATUS IS A (APPROVED) OR S (SUSPENDED).       *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  CATALOG-TRANS-RECORD.
           05  VT-ACTION           PIC X(03).
               88  VT-ACTION-ADD              VALUE "ADD".
               88  VT-ACTION-CHANGE           VALUE "CHG".
               88  VT-ACTION-DELETE           VALUE "DEL".
           05  VT-DESC             PIC X(10).
           05  VT-VNDR             PIC X(06).
           05  VT-PART-NO          PIC X(15).
           05  VT-COST-X           PIC X(07).
           05  VT-COST REDEFINES VT-COST-X
                                   PIC 9(05)V9(02).
           05  VT-MIN-ORDER-X      PIC X(05).
           05  VT-MIN-ORDER REDEFINES VT-MIN-ORDER-X
                                   PIC 9(05).
           05  VT-LEAD-DAYS-X      PIC X(03).
           05  VT-LEAD-DAYS REDEFINES VT-LEAD-DAYS-X
                                   PIC 9(03).
           05  VT-PREFERRED        PIC X(01).
               88  VT-PREFERRED-VALID         VALUE "Y" "N" " ".
           05  VT-STATUS           PIC X(01).
               88  VT-STATUS-VALID            VALUE "A" "S" " ".
           05  FILLER              PIC X(29).
