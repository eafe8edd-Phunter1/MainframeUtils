      ****************************************************************
      *    COGSBNTX.CPY - BIN LOCATION MAINTENANCE TRANSACTION READ  *
      *    BY COGSBMNT.  ADD SETS UP A NEW BIN FOR A STORE AND       *
      *    PRODUCT WITH ANY QUANTITY COUNTED INTO IT (THE FIRST BIN  *
      *    OF A PRODUCT IS MADE PRIMARY), CHG REPLACES THE BIN       *
      *    QUANTITY WITH A COUNT AND/OR MAKES THE BIN PRIMARY        *
      *    (BX-PRIMARY Y), DEL REMOVES AN EMPTY BIN AND MOV MOVES    *
      *    BX-QTY FROM BX-BIN TO BX-TO-BIN, CREATING THE TO-BIN IF   *
      *    IT IS NEW.  A BLANK QUANTITY ON A CHG LEAVES THE QUANTITY *
      *    ALONE.  BX-OPER-ID IS THE OPERATOR KEYING IT, WHO MUST    *
      *    HOLD MNT AUTHORITY.                                       *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  BIN-TRANS-RECORD.
           05  BX-ACTION           PIC X(03).
               88  BX-ACTION-ADD              VALUE "ADD".
               88  BX-ACTION-CHANGE           VALUE "CHG".
               88  BX-ACTION-DELETE           VALUE "DEL".
               88  BX-ACTION-MOVE             VALUE "MOV".
           05  BX-STORE            PIC 9(03).
           05  BX-STORE-X REDEFINES BX-STORE
                                   PIC X(03).
           05  BX-DESC             PIC X(10).
           05  BX-BIN              PIC X(08).
           05  BX-QTY              PIC 9(07).
           05  BX-QTY-X REDEFINES BX-QTY
                                   PIC X(07).
           05  BX-TO-BIN           PIC X(08).
           05  BX-PRIMARY          PIC X(01).
               88  BX-MAKE-PRIMARY            VALUE "Y".
           05  BX-OPER-ID          PIC X(05).
           05  FILLER              PIC X(15).
