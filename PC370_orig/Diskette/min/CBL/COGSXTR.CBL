000140*                                                              *
000150*   MODIFICATION HISTORY                                      *
000160*   2012-05-02  DHH  INITIAL VERSION                           *
000165*   2026-10-05  DHH  CSV COLUMNS WIDENED TO THE 75-BYTE IREC   *
000170****************************************************************
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000310 FILE SECTION.
000320 FD  COGS-INPUT-FILE
000330     RECORDING MODE IS F
000340     RECORD CONTAINS 75 CHARACTERS
000345     BLOCK CONTAINS 0 RECORDS
000350     LABEL RECORDS ARE STANDARD.
000360 COPY COGSREC.
000530 01  WS-CSV-LINE.
000540     05  CSV-DESC                PIC X(10).
000550     05  FILLER                  PIC X(01) VALUE ",".
000560     05  CSV-CALIF               PIC 9(07).
000570     05  FILLER                  PIC X(01) VALUE ",".
000580     05  CSV-ILL                 PIC 9(07).
000590     05  FILLER                  PIC X(01) VALUE ",".
000600     05  CSV-UTAH                PIC 9(07).
000610     05  FILLER                  PIC X(01) VALUE ",".
000620     05  CSV-WISC                PIC 9(07).
000630     05  FILLER                  PIC X(01) VALUE ",".
000640     05  CSV-QOH                 PIC 9(07).
000650     05  FILLER                  PIC X(01) VALUE ",".
000660     05  CSV-COST                PIC 99999.99.
000670     05  FILLER                  PIC X(01) VALUE ",".
000680     05  CSV-SELL                PIC 99999.99.
000690     05  FILLER                  PIC X(11) VALUE SPACES.
000700 PROCEDURE DIVISION.
000710*----------------------------------------------------------------
000720*    0000-MAINLINE - PROGRAM CONTROL
