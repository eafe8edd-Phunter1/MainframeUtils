      *                     THE DESCRIPTION THE PRODUCT MOVES TO,    *
      *                     WITH THE OLD ONE KEPT ON THE COGSALIA    *
      *                     CROSS-REFERENCE                          *
      *    2026-10-05  DHH  MT-STORE CARVED FROM THE FILLER - ON A   *
      *                     CHG IT POINTS MT-REORD AT THE ST-REORD   *
      *                     OF THAT STORE'S COGSSTOR RECORD INSTEAD  *
      *                     OF THE COMPANY I2REORD (SPACES = THE     *
      *                     MASTER AS BEFORE)                        *
      *    2026-10-05  DHH  MT-COST-X AND MT-SELL-X WIDENED TO       *
      *                     9(05)V99 WITH ICOST/ISELL (RECORD IS NOW *
      *                     60 BYTES)                                *
      *    2026-10-05  DHH  MT-OPER-ID ADDED - THE OPERATOR WHO      *
      *                     KEYED THE TRANSACTION (RECORD IS NOW     *
      *                     65 BYTES)                                *
      ****************************************************************
       01  MAINT-TRANS-RECORD.
           05  MT-ACTION           PIC X(03).
               88  MT-ACTION-DELETE           VALUE "DEL".
               88  MT-ACTION-RENAME           VALUE "REN".
           05  MT-DESC             PIC X(10).
           05  MT-COST-X           PIC X(07).
           05  MT-COST REDEFINES MT-COST-X
                                   PIC 9(05)V9(02).
           05  MT-SELL-X           PIC X(07).
           05  MT-SELL REDEFINES MT-SELL-X
                                   PIC 9(05)V9(02).
           05  MT-REORD-X          PIC X(05).
           05  MT-REORD REDEFINES MT-REORD-X
                                   PIC 9(05).
           05  MT-CASE-X           PIC X(03).
           05  MT-CASE REDEFINES MT-CASE-X
                                   PIC 9(03).
           05  MT-STORE-X          PIC X(03).
           05  MT-STORE REDEFINES MT-STORE-X
                                   PIC 9(03).
           05  MT-OPER-ID          PIC X(05).
           05  FILLER              PIC X(01).
