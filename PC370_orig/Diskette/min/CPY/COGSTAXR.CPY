      ****************************************************************
      *    COGSTAXR.CPY - SALES-TAX TABLE RECORD FOR THE COGSTAXT    *
      *    CONTROL FILE ACCOUNTING MAINTAINS.  TWO KINDS OF RECORD:  *
      *    R - THE TAX RATE (A PERCENT, 07.250 = 7.25%) FOR ONE      *
      *        STATE/REGION CODE (THE CODES COGSREGN VALIDATES),     *
      *        IN FORCE FROM TX-EFF-DATE ON.                         *
      *    E - WHETHER ONE DEPARTMENT (I5DEPT) IS TAXABLE (Y) OR     *
      *        EXEMPT (N) IN ONE STATE FROM TX-EFF-DATE ON.  A STATE *
      *        OF ** APPLIES THE FLAG IN EVERY STATE THAT HAS NO     *
      *        RECORD OF ITS OWN FOR THE DEPARTMENT.                 *
      *    A SALE TAKES THE RECORD WITH THE LATEST EFFECTIVE DATE    *
      *    NOT AFTER THE SALE DATE, SO A RATE CHANGE IS KEYED AHEAD  *
      *    AND TAKES HOLD ON THE RIGHT DAY.  A DEPARTMENT WITH NO    *
      *    E RECORD IS TAXABLE.  READ BY COGSTAX.                    *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  TAX-TABLE-RECORD.
           05  TX-REC-TYPE         PIC X(01).
               88  TX-RATE-REC                VALUE "R".
               88  TX-EXEMPT-REC              VALUE "E".
           05  TX-STATE            PIC X(02).
               88  TX-ALL-STATES              VALUE "**".
           05  TX-EFF-DATE         PIC 9(08).
           05  TX-EFF-DATE-X REDEFINES TX-EFF-DATE
                                   PIC X(08).
           05  TX-RATE             PIC 9(02)V9(03).
           05  TX-RATE-X REDEFINES TX-RATE
                                   PIC X(05).
           05  TX-DEPT             PIC X(04).
           05  TX-TAXABLE          PIC X(01).
               88  TX-DEPT-TAXABLE            VALUE "Y".
               88  TX-DEPT-EXEMPT             VALUE "N".
               88  TX-TAXABLE-VALID           VALUE "Y" "N".
           05  FILLER              PIC X(59).
