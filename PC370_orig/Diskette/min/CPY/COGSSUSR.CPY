      *    2026-08-23  DHH  INITIAL VERSION - LAYOUT LIFTED FROM     *
      *                     COGSVAL WITH THE AGE COUNT CARVED FROM   *
      *                     THE FILLER SO EXISTING RECORDS STILL FIT *
      *    2026-10-05  DHH  SU-QOH, SU-EXPECTED-QOH AND              *
      *                     SU-DIFFERENCE WIDENED FROM THE FILLER -  *
      *                     STILL 60 BYTES                           *
      ****************************************************************
       01  SUSPENSE-RECORD.
           05  SU-DESC                 PIC X(10).
           05  SU-QOH                  PIC 9(07).
           05  SU-EXPECTED-QOH         PIC S9(08).
           05  SU-DIFFERENCE           PIC S9(08).
           05  SU-AGE-COUNT            PIC 9(03).
           05  FILLER                  PIC X(24).
