000240*   2026-08-23  DHH  INITIAL VERSION                           *
000250*   2026-08-23  DHH  FULL-CENTURY DATES - 54/34-BYTE HISTORY   *
000260*                    RECORDS, CCYYMMDD TABLE DATES             *
000265*   2026-10-05  DHH  WIDENED FOR 7-DIGIT QOH AND 99999.99 COST *
000266*   2026-10-05  DHH  AUDIT AND COST HISTORY RECORDS NOW 60     *
000267*                    AND 50 BYTES WITH THE OPERATOR IDS        *
000270****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000470 FILE SECTION.
000480 FD  COGS-INPUT-FILE
000490     RECORDING MODE IS F
000500     RECORD CONTAINS 75 CHARACTERS
000510     BLOCK CONTAINS 0 RECORDS
000520     LABEL RECORDS ARE STANDARD.
000530 COPY COGSREC.
000540 FD  CHG-FILE
000550     RECORDING MODE IS F
000560     RECORD CONTAINS 50 CHARACTERS
000570     BLOCK CONTAINS 0 RECORDS
000580     LABEL RECORDS ARE STANDARD.
000590 COPY COGSCHGR.
000600 FD  AUDIT-FILE
000610     RECORDING MODE IS F
000620     RECORD CONTAINS 60 CHARACTERS
000630     BLOCK CONTAINS 0 RECORDS
000640     LABEL RECORDS ARE STANDARD.
000650 COPY COGSAUDR.
000800 77  WS-SUB                      PIC 9(05) COMP VALUE ZERO.
000810 77  WS-CHG-SUB                  PIC 9(05) COMP VALUE ZERO.
000820 77  WS-QTY                      PIC S9(07) VALUE ZERO.
000830 77  WS-EFF-COST                 PIC 9(05)V9(02) VALUE ZERO.
000840 77  WS-WAVG-COST                PIC 9(05)V9(04) VALUE ZERO.
000850 77  WS-SUM-QTY                  PIC 9(11) VALUE ZERO.
000860 77  WS-SUM-COST                 PIC 9(15)V9(02) VALUE ZERO.
000870 77  WS-FIRST-OLD-COST           PIC 9(05)V9(02) VALUE ZERO.
000880 77  WS-HAVE-FIRST-SW            PIC X(01) VALUE 'N'.
000890 77  WS-VAL-CURRENT              PIC 9(12)V9(02) VALUE ZERO.
000900 77  WS-VAL-WAVG                 PIC 9(12)V9(02) VALUE ZERO.
000910 77  WS-VARIANCE                 PIC S9(12)V9(02) VALUE ZERO.
000920 77  WS-TOT-CURRENT              PIC 9(14)V9(02) VALUE ZERO.
000930 77  WS-TOT-WAVG                 PIC 9(14)V9(02) VALUE ZERO.
000940 01  WS-SWITCHES.
000950     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000960         88  WS-EOF                         VALUE 'Y'.
001020     05  WS-CHG-ENTRY OCCURS 2000 TIMES.
001030         10  WS-CHG-DESC         PIC X(10).
001040         10  WS-CHG-DATE         PIC 9(08).
001050         10  WS-CHG-OLD          PIC 9(05)V9(02).
001060         10  WS-CHG-NEW          PIC 9(05)V9(02).
001070 01  WS-PUR-TABLE.
001080     05  WS-PUR-ENTRY OCCURS 2000 TIMES.
001090         10  WS-PUR-DESC         PIC X(10).
001140         "COGSWORTH INVENTORY VALUATION - WEIGHTED AVERAGE".
001150 01  WS-HEADING-2.
001160     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001167     05  FILLER                  PIC X(09) VALUE "      QOH".
001174     05  FILLER                  PIC X(10) VALUE "  CUR COST".
001181     05  FILLER                  PIC X(10) VALUE " WAVG COST".
001188     05  FILLER                  PIC X(18) VALUE
001195         "       VAL CURRENT".
001202     05  FILLER                  PIC X(19) VALUE
001209         "           VAL WAVG".
001216     05  FILLER                  PIC X(20) VALUE
001223         "            VARIANCE".
001230 01  WS-DETAIL-LINE.
001240     05  DL-DESC                 PIC X(14).
001250     05  DL-QOH                  PIC Z,ZZZ,ZZ9.
001260     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  DL-CUR-COST             PIC ZZ,ZZ9.99.
001280     05  FILLER                  PIC X(02) VALUE SPACES.
001290     05  DL-WAVG-COST            PIC ZZ,ZZ9.9999.
001300     05  DL-VAL-CURRENT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001310     05  FILLER                  PIC X(01) VALUE SPACE.
001320     05  DL-VAL-WAVG             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001330     05  FILLER                  PIC X(01) VALUE SPACE.
001340     05  DL-VARIANCE             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001350 01  WS-TOTAL-LINE.
001360     05  FILLER                  PIC X(14) VALUE "GRAND TOTALS  ".
001370     05  FILLER                  PIC X(28) VALUE SPACES.
001380     05  TL-VAL-CURRENT          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001390     05  FILLER                  PIC X(01) VALUE SPACE.
001400     05  TL-VAL-WAVG             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001410 PROCEDURE DIVISION.
001420*----------------------------------------------------------------
001430*    0000-MAINLINE - PROGRAM CONTROL
