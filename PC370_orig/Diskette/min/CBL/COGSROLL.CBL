000160*                                                              *
000170*   MODIFICATION HISTORY                                      *
000180*   2012-05-21  DHH  INITIAL VERSION                           *
000183*   2026-10-05  DHH  RECORDS ARE NOW 75 BYTES WITH THE WIDENED *
000186*                    COGSREC.CPY LAYOUT                        *
000190****************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000330 FILE SECTION.
000340 FD  COGS-INPUT-FILE
000350     RECORDING MODE IS F
000360     RECORD CONTAINS 75 CHARACTERS
000365     BLOCK CONTAINS 0 RECORDS
000370     LABEL RECORDS ARE STANDARD.
000380 COPY COGSREC.
000390 FD  COGS-OUTPUT-FILE
000400     RECORDING MODE IS F
000410     RECORD CONTAINS 75 CHARACTERS
000415     BLOCK CONTAINS 0 RECORDS
000420     LABEL RECORDS ARE STANDARD.
000430 COPY COGSREC REPLACING ==COGS-RECORD== BY ==COGS-OUTPUT-RECORD==.
