      ****************************************************************
      *    COGSOPAR.CPY - OPERATOR AUTHORITY RECORD FOR THE COGSOPAU *
      *    INDEXED FILE, KEYED ON THE OPERATOR ID. ONE RECORD PER    *
      *    OPERATOR WHO MAY KEY TRANSACTIONS, WITH A Y/N FLAG FOR    *
      *    EACH TRANSACTION TYPE - MNT (COGSMNT MASTER MAINTENANCE), *
      *    PRC (COGSSELL PRICE CHANGES), CST (COGSCOST AND COGSPOST  *
      *    COST CHANGES), APR (COGSAPPR HOLD DECISIONS) AND SEC      *
      *    (MAINTAINING THIS FILE THROUGH COGSOMNT). A REVOKED       *
      *    OPERATOR (STATUS R) IS REFUSED EVERYTHING BUT STAYS ON    *
      *    FILE SO THE AUDIT TRAIL STILL NAMES THEM. COGSAUTH        *
      *    ANSWERS THE QUESTION FOR THE POSTING PROGRAMS.            *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  OA-AUTH-OTB CARVED FROM THE FILLER -     *
      *                     OPEN-TO-BUY PLAN MAINTENANCE (COGSOTBM)  *
      *                     AND RELEASE OF ORDERS HELD OVER BUDGET   *
      *                     (COGSOTBA)                               *
      ****************************************************************
       01  OPERATOR-AUTHORITY-RECORD.
           05  OA-OPER-ID          PIC X(05).
           05  OA-NAME             PIC X(25).
           05  OA-STATUS           PIC X(01).
               88  OA-ACTIVE                  VALUE "A".
               88  OA-REVOKED                 VALUE "R".
           05  OA-AUTHORITY.
               10  OA-AUTH-MNT     PIC X(01).
               10  OA-AUTH-PRC     PIC X(01).
               10  OA-AUTH-CST     PIC X(01).
               10  OA-AUTH-APR     PIC X(01).
               10  OA-AUTH-SEC     PIC X(01).
               10  OA-AUTH-OTB     PIC X(01).
           05  OA-DATE-CHANGED     PIC 9(08).
           05  OA-CHANGED-BY       PIC X(05).
           05  FILLER              PIC X(30).
