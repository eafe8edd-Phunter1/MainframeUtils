000140*                                                              *
000150*   MODIFICATION HISTORY                                      *
000160*   2012-06-04  DHH  INITIAL VERSION                           *
000163*   2026-10-05  DHH  RECORDS ARE NOW 75 BYTES WITH THE WIDENED *
000166*                    COGSREC.CPY LAYOUT                        *
000170****************************************************************
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000300 FILE SECTION.
000310 FD  COGS-INPUT-FILE
000320     RECORDING MODE IS F
000330     RECORD CONTAINS 75 CHARACTERS
000335     BLOCK CONTAINS 0 RECORDS
000340     LABEL RECORDS ARE STANDARD.
000350 COPY COGSREC.
000360 FD  COGS-OUTPUT-FILE
000370     RECORDING MODE IS F
000380     RECORD CONTAINS 75 CHARACTERS
000385     BLOCK CONTAINS 0 RECORDS
000390     LABEL RECORDS ARE STANDARD.
000400 COPY COGSREC REPLACING ==COGS-RECORD== BY ==COGS-OUTPUT-RECORD==.
000410 SD  SORT-WORK-FILE
000420     RECORD CONTAINS 75 CHARACTERS.
000430 COPY COGSREC REPLACING ==COGS-RECORD== BY ==SORT-RECORD==.
000440 PROCEDURE DIVISION.
000450*----------------------------------------------------------------
