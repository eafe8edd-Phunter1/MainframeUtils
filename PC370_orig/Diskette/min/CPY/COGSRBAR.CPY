      ****************************************************************
      *    COGSRBAR.CPY - VENDOR REBATE AGREEMENT RECORD FOR THE     *
      *    COGSRBAG KSDS, KEYED ON VENDOR CODE PLUS AGREEMENT        *
      *    NUMBER.  EACH AGREEMENT IS ONE VOLUME REBATE OR ALLOWANCE *
      *    PROGRAM: ITS SCOPE (ALL THE VENDOR'S PRODUCTS, ONE        *
      *    PRODUCT, OR ONE I5DEPT DEPARTMENT), ITS BASIS (A PERCENT  *
      *    OF PURCHASES AT COST, OR AN ALLOWANCE PER UNIT), ITS      *
      *    PROGRAM YEAR, AND UP TO THREE TIERS.  RA-TIER-FROM IS THE *
      *    VOLUME THAT OPENS THE TIER - WHOLE DOLLARS FOR A PERCENT  *
      *    AGREEMENT, UNITS FOR A PER-UNIT ONE - AND THE RATE OF THE *
      *    HIGHEST TIER REACHED APPLIES TO THE WHOLE YEAR'S VOLUME.  *
      *    A TIER WITH A ZERO RATE IS UNUSED.  THE YEAR-TO-DATE      *
      *    FIGURES, EARNED AND ACCRUED AMOUNTS ARE SET BY COGSRBAC   *
      *    AT EACH MONTH END; RA-CLAIMED MARKS AN AGREEMENT WHOSE    *
      *    YEAR HAS ENDED AND WHOSE CLAIM STATEMENT HAS BEEN         *
      *    PRINTED.  MAINTAINED BY COGSRBMT.                         *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  REBATE-AGREEMENT-RECORD.
           05  RA-KEY.
               10  RA-VNDR         PIC X(06).
               10  RA-AGREE-NO     PIC 9(03).
           05  RA-SCOPE            PIC X(01).
               88  RA-SCOPE-ALL               VALUE "A".
               88  RA-SCOPE-PRODUCT           VALUE "P".
               88  RA-SCOPE-DEPT              VALUE "D".
           05  RA-SCOPE-DESC       PIC X(10).
           05  RA-SCOPE-DEPT-CODE  PIC X(04).
           05  RA-BASIS            PIC X(01).
               88  RA-BASIS-PERCENT           VALUE "P".
               88  RA-BASIS-UNIT              VALUE "U".
           05  RA-YEAR-START       PIC 9(08).
           05  RA-YEAR-END         PIC 9(08).
           05  RA-TIER OCCURS 3 TIMES.
               10  RA-TIER-FROM    PIC 9(09).
               10  RA-TIER-RATE    PIC 9(03)V9(03).
           05  RA-YTD-UNITS        PIC 9(09).
           05  RA-YTD-VALUE        PIC 9(09)V9(02).
           05  RA-TIER-REACHED     PIC 9(01).
           05  RA-EARNED           PIC 9(07)V9(02).
           05  RA-ACCRUED          PIC 9(07)V9(02).
           05  RA-DATE-ACCRUED     PIC 9(08).
           05  RA-STATUS           PIC X(01).
               88  RA-OPEN                    VALUE "O".
               88  RA-CLAIMED                 VALUE "C".
           05  RA-DATE-CLAIMED     PIC 9(08).
           05  RA-DATE-CHANGED     PIC 9(08).
           05  RA-CHANGED-BY       PIC X(05).
           05  FILLER              PIC X(05).
