      ****************************************************************
      *    COGSPKTX.CPY - PICK CONFIRMATION TRANSACTION READ BY      *
      *    COGSPKCF.  ONE PER PICK-LIST LINE THE WAREHOUSE COULD NOT *
      *    PICK IN FULL (A LINE PICKED IN FULL NEED NOT BE           *
      *    CONFIRMED).  PK-LINE IS THE LINE NUMBER PRINTED ON THE    *
      *    COGSPICK PICK LIST, WHICH IS THE RECORD'S POSITION IN THE *
      *    NIGHT'S COGSXFIN BATCH; PK-DESC MUST MATCH THE PRODUCT ON *
      *    THAT LINE AS A CHECK AGAINST A MIS-KEYED NUMBER.          *
      *    PK-QTY-PICKED IS WHAT WAS ACTUALLY PULLED AND MAY BE      *
      *    ZERO.  PK-OPER-ID IS THE WAREHOUSE OPERATOR CONFIRMING    *
      *    THE PICK.                                                 *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  PICK-CONFIRM-RECORD.
           05  PK-LINE             PIC 9(05).
           05  PK-LINE-X REDEFINES PK-LINE
                                   PIC X(05).
           05  PK-DESC             PIC X(10).
           05  PK-QTY-PICKED       PIC 9(05).
           05  PK-QTY-PICKED-X REDEFINES PK-QTY-PICKED
                                   PIC X(05).
           05  PK-OPER-ID          PIC X(05).
           05  FILLER              PIC X(15).
