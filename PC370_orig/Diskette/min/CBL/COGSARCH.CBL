000190*                                                              *
000200*   MODIFICATION HISTORY                                      *
000210*   2012-07-16  DHH  INITIAL VERSION                           *
000213*   2026-10-05  DHH  RECORDS ARE NOW 75 BYTES WITH THE WIDENED *
000216*                    COGSREC.CPY LAYOUT                        *
000220****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000360 FILE SECTION.
000370 FD  COGS-INPUT-FILE
000380     RECORDING MODE IS F
000390     RECORD CONTAINS 75 CHARACTERS
000400     BLOCK CONTAINS 0 RECORDS
000410     LABEL RECORDS ARE STANDARD.
000420 COPY COGSREC.
000430 FD  ARCHIVE-FILE
000440     RECORDING MODE IS F
000450     RECORD CONTAINS 75 CHARACTERS
000460     BLOCK CONTAINS 0 RECORDS
000470     LABEL RECORDS ARE STANDARD.
000480 COPY COGSREC REPLACING ==COGS-RECORD== BY ==ARCHIVE-RECORD==.
