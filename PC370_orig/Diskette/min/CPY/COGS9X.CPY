      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-09-02  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  BUCKETS WIDENED TO 7 DIGITS WITH IQOH    *
      ****************************************************************
           05  I9PTD-SALES         PIC S9(07).
           05  I9PTD-PURCH         PIC S9(07).
           05  I9PTD-ADJ           PIC S9(07).
           05  I9MTH-OPEN-QOH      PIC 9(07).
