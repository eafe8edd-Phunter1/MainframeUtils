      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-09-02  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  COGSTAX ALSO WRITES TO COGSGLJ1 AT MONTH *
      *                     END - REGISTER CLEARING, SALES REVENUE   *
      *                     AND SALES TAX PAYABLE (SOURCE COGSTAX)   *
      ****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-DATE             PIC 9(08).
