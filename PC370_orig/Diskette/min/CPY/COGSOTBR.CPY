      ****************************************************************
      *    COGSOTBR.CPY - OPEN-TO-BUY PLAN RECORD FOR THE COGSOTBP   *
      *    INDEXED FILE, KEYED ON DEPARTMENT (I5DEPT) PLUS CCYYMM    *
      *    MONTH. OB-PLAN IS THE MERCHANDISE MANAGER'S PLANNED       *
      *    PURCHASES FOR THE DEPARTMENT THAT MONTH AT COST.          *
      *    OPEN-TO-BUY IS THE PLAN LESS THE OPEN COMMITMENTS ON      *
      *    COGSOPO AT ICOST LESS THE MONTH'S RECEIPTS ON COGSRCH1 AT *
      *    ICOST; COGSOPST HOLDS A NEW ORDER THAT WOULD TAKE IT      *
      *    BELOW ZERO, AND COGSOTBW REPORTS IT WEEKLY. A DEPARTMENT  *
      *    WITH NO PLAN FOR THE MONTH IS NOT CONTROLLED. MAINTAINED  *
      *    BY COGSOTBM.                                              *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  OTB-PLAN-RECORD.
           05  OB-KEY.
               10  OB-DEPT         PIC X(04).
               10  OB-MONTH        PIC 9(06).
           05  OB-PLAN             PIC 9(09)V9(02).
           05  OB-DATE-CHANGED     PIC 9(08).
           05  OB-CHANGED-BY       PIC X(05).
           05  FILLER              PIC X(06).
