      ****************************************************************
      *    COGSKTTX.CPY - KIT DEFINITION MAINTENANCE TRANSACTION     *
      *    READ BY COGSKMNT.  ONE RECORD PER ADD, CHANGE OR DELETE   *
      *    OF ONE COMPONENT LINE OF A KIT ON COGSKIT, KEYED ON KIT   *
      *    AND COMPONENT.  AN ADD OR CHANGE CARRIES THE UNITS OF THE *
      *    COMPONENT IN ONE KIT; A DELETE TAKES THE COMPONENT OUT.   *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  KIT-TRANS-RECORD.
           05  KX-ACTION           PIC X(03).
               88  KX-ACTION-ADD              VALUE "ADD".
               88  KX-ACTION-CHANGE           VALUE "CHG".
               88  KX-ACTION-DELETE           VALUE "DEL".
           05  KX-KIT-DESC         PIC X(10).
           05  KX-COMP-DESC        PIC X(10).
           05  KX-QTY-X            PIC X(03).
           05  KX-QTY REDEFINES KX-QTY-X
                                   PIC 9(03).
           05  FILLER              PIC X(54).
