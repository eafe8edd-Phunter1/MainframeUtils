      ****************************************************************
      *    COGSMSTR.CPY - INDEXED MASTER RECORD FOR COGSWORTH        *
      *    INVENTORY.  THIS IS THE FD RECORD FOR THE COGSMST VSAM    *
      *    KSDS, KEYED ON IDESC.  FIELDS 01-75 MIRROR COGS.CPY/      *
      *    COGSREC.CPY.  LATER EXTENSIONS (REORDER POINT, VENDOR     *
      *    CODE, ADDITIONAL SALES REGIONS) ARE APPENDED BELOW THE    *
      *    BASE 75 BYTES SO EXISTING PROGRAMS THAT COPY ONLY         *
      *    COGSREC.CPY ARE NEVER AFFECTED BY THE LONGER RECORD.      *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *                     CASE-PACK FACTOR                         *
      *    2026-09-02  DHH  ADDED COGS9 EXTENSION (SEE COGS9X.CPY)   *
      *                     MONTHLY PERIOD BUCKETS                   *
      *    2026-10-05  DHH  ADDED COGS10 EXTENSION (SEE COGS10X.CPY) *
      *                     ABC CLASS AND CYCLE-COUNT DATES          *
      *    2026-10-05  DHH  BASE QUANTITIES WIDENED TO 9(07) AND     *
      *                     ICOST/ISELL TO 9(05)V99, WITH THE COGS3  *
      *                     REGION UNITS, COGS9 BUCKETS AND COGS10   *
      *                     ANNUAL VALUE - THE MASTER IS NOW 268     *
      *                     BYTES                                    *
      ****************************************************************
       01  COGS-MASTER-RECORD.
           05  IDESC               PIC X(10).
           05  ICALIF              PIC 9(07).
           05  IILL                PIC 9(07).
           05  IUTAH               PIC 9(07).
           05  IWISC               PIC 9(07).
           05  IBEGIN              PIC 9(07).
           05  IPURCH              PIC 9(07).
           05  IQOH                PIC 9(07).
           05  ICOST               PIC 9(05)V9(02).
           05  ISELL               PIC 9(05)V9(02).
           05  ICRLF               PIC X(02).
           COPY COGS2X.
           COPY COGS3X.
           COPY COGS7X.
           COPY COGS8X.
           COPY COGS9X.
           COPY COGS10X.
