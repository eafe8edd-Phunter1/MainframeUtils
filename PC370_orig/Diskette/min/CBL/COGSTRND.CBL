000200*                                                              *
000210*   MODIFICATION HISTORY                                      *
000220*   2026-08-23  DHH  INITIAL VERSION                           *
000222*   2026-10-05  DHH  WIDENED BASE RECORD - FILES ARE NOW 75    *
000224*                    BYTES, WITH THE STATE, QOH AND TOTAL      *
000226*                    FIELDS AND PRINT COLUMNS WIDENED TO MATCH *
000230****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000430 FILE SECTION.
000440 FD  ARCH-OLD-FILE
000450     RECORDING MODE IS F
000460     RECORD CONTAINS 75 CHARACTERS
000470     BLOCK CONTAINS 0 RECORDS
000480     LABEL RECORDS ARE STANDARD.
000490 COPY COGSREC REPLACING ==COGS-RECORD== BY ==ARCH-OLD-RECORD==.
000500 FD  ARCH-PRIOR-FILE
000510     RECORDING MODE IS F
000520     RECORD CONTAINS 75 CHARACTERS
000530     BLOCK CONTAINS 0 RECORDS
000540     LABEL RECORDS ARE STANDARD.
000550 COPY COGSREC REPLACING ==COGS-RECORD== BY ==ARCH-PRIOR-RECORD==.
000560 FD  COGS-INPUT-FILE
000570     RECORDING MODE IS F
000580     RECORD CONTAINS 75 CHARACTERS
000590     BLOCK CONTAINS 0 RECORDS
000600     LABEL RECORDS ARE STANDARD.
000610 COPY COGSREC.
000770 77  WS-TAB-SUB                  PIC 9(05) COMP VALUE ZERO.
000780 77  WS-OLD-IX                   PIC 9(05) COMP VALUE ZERO.
000790 77  WS-PRI-IX                   PIC 9(05) COMP VALUE ZERO.
000800 77  WS-OLD-TOTAL                PIC 9(09) VALUE ZERO.
000810 77  WS-PRI-TOTAL                PIC 9(09) VALUE ZERO.
000820 77  WS-CUR-TOTAL                PIC 9(09) VALUE ZERO.
000830 77  WS-CHANGE                   PIC S9(09) VALUE ZERO.
000840 77  WS-HALF-PRIOR               PIC 9(09) VALUE ZERO.
000850 01  WS-SWITCHES.
000860     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000870         88  WS-EOF                         VALUE 'Y'.
000940 01  WS-OLD-TABLE.
000950     05  WS-OLD-ENTRY OCCURS 500 TIMES.
000960         10  WS-OLD-DESC         PIC X(10).
000970         10  WS-OLD-CALIF        PIC 9(07).
000980         10  WS-OLD-ILL          PIC 9(07).
000990         10  WS-OLD-UTAH         PIC 9(07).
001000         10  WS-OLD-WISC         PIC 9(07).
001010         10  WS-OLD-QOH          PIC 9(07).
001020         10  WS-OLD-USED-SW      PIC X(01).
001030 01  WS-PRI-TABLE.
001040     05  WS-PRI-ENTRY OCCURS 500 TIMES.
001050         10  WS-PRI-DESC         PIC X(10).
001060         10  WS-PRI-CALIF        PIC 9(07).
001070         10  WS-PRI-ILL          PIC 9(07).
001080         10  WS-PRI-UTAH         PIC 9(07).
001090         10  WS-PRI-WISC         PIC 9(07).
001100         10  WS-PRI-QOH          PIC 9(07).
001110         10  WS-PRI-USED-SW      PIC X(01).
001120 01  WS-HEADING-1.
001130     05  FILLER                  PIC X(44)
001150 01  WS-HEADING-2.
001160     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001170     05  FILLER                  PIC X(06) VALUE "YEAR  ".
001180     05  FILLER                  PIC X(10) VALUE "     CALIF".
001190     05  FILLER                  PIC X(10) VALUE "       ILL".
001200     05  FILLER                  PIC X(10) VALUE "      UTAH".
001210     05  FILLER                  PIC X(10) VALUE "      WISC".
001220     05  FILLER                  PIC X(12) VALUE "      TOTAL ".
001230     05  FILLER                  PIC X(10) VALUE "       QOH".
001240     05  FILLER                  PIC X(11) VALUE "     CHANGE".
001250     05  FILLER                  PIC X(20) VALUE "  FLAG".
001260 01  WS-DETAIL-LINE.
001270     05  DL-DESC                 PIC X(14).
001280     05  DL-YEAR                 PIC X(06).
001290     05  DL-CALIF                PIC ZZ,ZZZ,ZZ9.
001300     05  DL-ILL                  PIC ZZ,ZZZ,ZZ9.
001310     05  DL-UTAH                 PIC ZZ,ZZZ,ZZ9.
001320     05  DL-WISC                 PIC ZZ,ZZZ,ZZ9.
001330     05  DL-TOTAL                PIC ZZZ,ZZZ,ZZ9B.
001340     05  DL-QOH                  PIC ZZ,ZZZ,ZZ9.
001350     05  DL-CHANGE               PIC -(10)9.
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  DL-FLAG                 PIC X(20).
001380 01  WS-SUMMARY-LINE.
