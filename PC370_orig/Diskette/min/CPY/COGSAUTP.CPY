      ****************************************************************
      *    COGSAUTP.CPY - CALL PARAMETER LAYOUT SHARED BY COGSAUTH   *
      *    AND EVERY PROGRAM THAT CHECKS AN OPERATOR'S AUTHORITY     *
      *    BEFORE POSTING A TRANSACTION. THE CALLER PUTS THE         *
      *    OPERATOR ID AND THE TRANSACTION TYPE (MNT, PRC, CST OR    *
      *    APR) IN AUP-OPER-ID AND AUP-TRAN-TYPE. AUP-RETURN-STATUS  *
      *    COMES BACK 00 WHEN THE OPERATOR MAY KEY THAT TYPE, 04     *
      *    WHEN THEY ARE ON FILE BUT NOT AUTHORIZED FOR IT, 08 WHEN  *
      *    THE ID IS BLANK, UNKNOWN OR REVOKED AND 12 WHEN THE       *
      *    COGSOPAU FILE CANNOT BE OPENED. AUP-REASON CARRIES TEXT   *
      *    READY FOR AN EXCEPTION REPORT.                            *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  OTB TRANSACTION TYPE - OPEN-TO-BUY PLAN  *
      *                     AND HELD-ORDER DECISIONS                 *
      ****************************************************************
       01  AUTH-CALL-PARMS.
           05  AUP-OPER-ID         PIC X(05).
           05  AUP-TRAN-TYPE       PIC X(03).
               88  AUP-TYPE-MNT               VALUE "MNT".
               88  AUP-TYPE-PRC               VALUE "PRC".
               88  AUP-TYPE-CST               VALUE "CST".
               88  AUP-TYPE-APR               VALUE "APR".
               88  AUP-TYPE-OTB               VALUE "OTB".
           05  AUP-RETURN-STATUS   PIC X(02).
               88  AUP-AUTHORIZED             VALUE "00".
           05  AUP-REASON          PIC X(30).
