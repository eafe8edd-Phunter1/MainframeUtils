      ****************************************************************
      *    COGSOTTX.CPY - OPEN-TO-BUY PLAN MAINTENANCE TRANSACTION   *
      *    READ BY COGSOTBM. ADD SETS UP A DEPARTMENT'S PLAN FOR A   *
      *    CCYYMM MONTH, CHG REPLACES THE PLANNED AMOUNT AND DEL     *
      *    REMOVES THE PLAN (THE DEPARTMENT IS THEN UNCONTROLLED FOR *
      *    THAT MONTH). OX-OPER-ID IS THE OPERATOR KEYING IT, WHO    *
      *    MUST HOLD OTB AUTHORITY.                                  *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  OTB-PLAN-TRANS-RECORD.
           05  OX-ACTION           PIC X(03).
               88  OX-ACTION-ADD              VALUE "ADD".
               88  OX-ACTION-CHANGE           VALUE "CHG".
               88  OX-ACTION-DELETE           VALUE "DEL".
           05  OX-DEPT             PIC X(04).
           05  OX-MONTH            PIC 9(06).
           05  OX-MONTH-X REDEFINES OX-MONTH
                                   PIC X(06).
           05  OX-PLAN             PIC 9(09)V9(02).
           05  OX-PLAN-X REDEFINES OX-PLAN
                                   PIC X(11).
           05  OX-OPER-ID          PIC X(05).
           05  FILLER              PIC X(11).
