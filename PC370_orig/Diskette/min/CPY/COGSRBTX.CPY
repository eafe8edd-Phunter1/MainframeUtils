      ****************************************************************
      *    COGSRBTX.CPY - VENDOR REBATE AGREEMENT MAINTENANCE        *
      *    TRANSACTION READ BY COGSRBMT.  ADD SETS UP AN AGREEMENT   *
      *    WITH ITS SCOPE, BASIS, PROGRAM YEAR AND TIERS.  CHG       *
      *    REPLACES ANY OF THOSE TERMS THAT ARE KEYED - A BLANK      *
      *    FIELD LEAVES THE TERM ALONE, AND KEYING ANY TIER REPLACES *
      *    ALL THREE.  DEL REMOVES AN AGREEMENT THAT HAS NOTHING     *
      *    ACCRUED OR HAS BEEN CLAIMED.  RX-SCOPE-CODE IS THE        *
      *    PRODUCT (IDESC) FOR SCOPE P OR THE DEPARTMENT FOR SCOPE   *
      *    D.  RX-TIER-RATE IS A PERCENT FOR BASIS P AND DOLLARS PER *
      *    UNIT FOR BASIS U.  RX-OPER-ID IS THE OPERATOR KEYING IT,  *
      *    WHO MUST HOLD CST AUTHORITY.                              *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  REBATE-TRANS-RECORD.
           05  RX-ACTION           PIC X(03).
               88  RX-ACTION-ADD              VALUE "ADD".
               88  RX-ACTION-CHANGE           VALUE "CHG".
               88  RX-ACTION-DELETE           VALUE "DEL".
           05  RX-VNDR             PIC X(06).
           05  RX-AGREE-NO         PIC 9(03).
           05  RX-AGREE-NO-X REDEFINES RX-AGREE-NO
                                   PIC X(03).
           05  RX-SCOPE            PIC X(01).
           05  RX-SCOPE-CODE       PIC X(10).
           05  RX-BASIS            PIC X(01).
           05  RX-YEAR-START       PIC 9(08).
           05  RX-YEAR-START-X REDEFINES RX-YEAR-START
                                   PIC X(08).
           05  RX-YEAR-END         PIC 9(08).
           05  RX-YEAR-END-X REDEFINES RX-YEAR-END
                                   PIC X(08).
           05  RX-TIER OCCURS 3 TIMES.
               10  RX-TIER-FROM    PIC 9(09).
               10  RX-TIER-RATE    PIC 9(03)V9(03).
           05  RX-OPER-ID          PIC X(05).
           05  FILLER              PIC X(10).
