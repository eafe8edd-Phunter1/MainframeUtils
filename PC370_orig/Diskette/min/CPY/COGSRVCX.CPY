      ****************************************************************
      *    COGSRVCX.CPY - VENDOR CREDIT TRANSACTION FOR THE COGSRVCI *
      *    FILE ACCOUNTS PAYABLE KEYS WHEN A VENDOR'S CREDIT MEMO    *
      *    ARRIVES FOR A RETURN TO VENDOR.  ONE RECORD PER RTV       *
      *    CREDITED - THE RTV NUMBER FROM THE COGSRVRG REGISTER,     *
      *    THE VENDOR (PROVED AGAINST THE RTV), THE AMOUNT THE       *
      *    VENDOR ACTUALLY CREDITED AND THE VENDOR'S MEMO NUMBER.    *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  VENDOR-CREDIT-RECORD.
           05  VC-RTV-NUMBER-X     PIC X(07).
           05  VC-RTV-NUMBER REDEFINES VC-RTV-NUMBER-X
                                   PIC 9(07).
           05  VC-VNDR             PIC X(06).
           05  VC-AMOUNT-X         PIC X(09).
           05  VC-AMOUNT REDEFINES VC-AMOUNT-X
                                   PIC 9(07)V9(02).
           05  VC-CREDIT-MEMO      PIC X(10).
           05  FILLER              PIC X(08).
