000170*                                                              *
000180*   MODIFICATION HISTORY                                      *
000190*   2026-08-23  DHH  INITIAL VERSION                           *
000193*   2026-10-05  DHH  REGION UNIT COLUMNS WIDENED WITH          *
000196*                    I3-REGION-UNITS                           *
000200****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000580 01  WS-REGION-TOTALS.
000590     05  WS-TOT-ENTRY OCCURS 50 TIMES.
000600         10  WS-TOT-CODE         PIC X(03).
000610         10  WS-TOT-UNITS        PIC 9(09) COMP.
000620 01  WS-HEADING-1.
000630     05  FILLER                  PIC X(45)
000640         VALUE "COGSWORTH INVENTORY - ADDITIONAL REGION SALES".
000690 01  WS-DETAIL-LINE.
000700     05  DL-DESC                 PIC X(14).
000710     05  DL-REGION               PIC X(03).
000720     05  FILLER                  PIC X(03) VALUE SPACES.
000730     05  DL-UNITS                PIC Z,ZZZ,ZZ9.
000740 01  WS-TOTAL-LINE.
000750     05  FILLER                  PIC X(14) VALUE "REGION TOTAL  ".
000760     05  TL-REGION               PIC X(03).
000770     05  FILLER                  PIC X(01) VALUE SPACES.
000780     05  TL-UNITS                PIC ZZZ,ZZZ,ZZ9.
000790 PROCEDURE DIVISION.
000800*----------------------------------------------------------------
000810*    0000-MAINLINE - PROGRAM CONTROL
