      ****************************************************************
      *    COGSOATX.CPY - OPERATOR AUTHORITY MAINTENANCE TRANSACTION *
      *    READ BY COGSOMNT. ADD SETS UP A NEW OPERATOR (A BLANK     *
      *    FLAG IS TAKEN AS N), CHG ALTERS THE NAME, STATUS OR ANY   *
      *    FLAG GIVEN (SPACES LEAVE THE FIELD ALONE) AND DEL REMOVES *
      *    THE OPERATOR. OT-KEYED-BY IS THE OPERATOR MAKING THE      *
      *    CHANGE, WHO MUST HOLD SEC AUTHORITY.                      *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  OT-AUTH-OTB CARVED FROM THE FILLER FOR   *
      *                     THE OPEN-TO-BUY AUTHORITY FLAG           *
      ****************************************************************
       01  OPER-AUTH-TRANS-RECORD.
           05  OT-ACTION           PIC X(03).
               88  OT-ACTION-ADD              VALUE "ADD".
               88  OT-ACTION-CHANGE           VALUE "CHG".
               88  OT-ACTION-DELETE           VALUE "DEL".
           05  OT-OPER-ID          PIC X(05).
           05  OT-NAME             PIC X(25).
           05  OT-STATUS           PIC X(01).
           05  OT-AUTHORITY.
               10  OT-AUTH-MNT     PIC X(01).
               10  OT-AUTH-PRC     PIC X(01).
               10  OT-AUTH-CST     PIC X(01).
               10  OT-AUTH-APR     PIC X(01).
               10  OT-AUTH-SEC     PIC X(01).
               10  OT-AUTH-OTB     PIC X(01).
           05  OT-KEYED-BY         PIC X(05).
           05  FILLER              PIC X(35).
