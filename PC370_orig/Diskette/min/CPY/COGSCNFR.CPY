      ****************************************************************
      *    COGSCNFR.CPY - CYCLE-COUNT FREQUENCY PARAMETER RECORD.    *
      *    ONE 80-BYTE RECORD ON COGSCNFQ, READ BY COGSCNTW AND      *
      *    COGSCNTC SO THE WORKSHEET SCHEDULE AND THE COMPLIANCE     *
      *    REPORT MEASURE AGAINST THE SAME NUMBERS.  EACH ABC CLASS  *
      *    HAS A COUNT CYCLE IN BUSINESS DAYS (DEFAULTS A 21 =       *
      *    MONTHLY, B 63 = QUARTERLY, C 250 = YEARLY); A BLANK OR    *
      *    MISSING FIELD LEAVES THE DEFAULT.  CF-BASE-DATE IS THE    *
      *    BUSINESS DATE THE SCHEDULE COUNTS FROM - EACH PRODUCT'S   *
      *    SLOT IN ITS CYCLE IS ITS I7ITEM NUMBER, SO A CLASS'S      *
      *    PRODUCTS FALL EVENLY ACROSS THE TRADING DAYS OF THE       *
      *    CYCLE.                                                    *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  COUNT-FREQ-PARM-RECORD.
           05  CF-DAYS-A-X         PIC X(03).
           05  CF-DAYS-A REDEFINES CF-DAYS-A-X
                                   PIC 9(03).
           05  CF-DAYS-B-X         PIC X(03).
           05  CF-DAYS-B REDEFINES CF-DAYS-B-X
                                   PIC 9(03).
           05  CF-DAYS-C-X         PIC X(03).
           05  CF-DAYS-C REDEFINES CF-DAYS-C-X
                                   PIC 9(03).
           05  CF-BASE-DATE-X      PIC X(08).
           05  CF-BASE-DATE REDEFINES CF-BASE-DATE-X
                                   PIC 9(08).
           05  FILLER              PIC X(63).
