      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-08-23  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  CR-NEW-QOH WIDENED TO 9(07) FROM THE     *
      *                     FILLER - STILL 20 BYTES                  *
      ****************************************************************
       01  CORR-TRANS-RECORD.
           05  CR-DESC             PIC X(10).
           05  CR-NEW-QOH          PIC 9(07).
           05  FILLER              PIC X(03).
