000220*                    COGSPRMO WINDOW IS OPEN IS MEASURED       *
000230*                    AGAINST THE PROMO PRICE, NOT ISELL, SO    *
000240*                    SALE PRICING STOPS FLAGGING AS OVERRIDES  *
000243*   2026-10-05  DHH  SALES HISTORY NOW 44 BYTES, PRICE AND     *
000246*                    REVENUE COLUMNS WIDENED FOR 99999.99      *
000250****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000440 FILE SECTION.
000450 FD  SALES-HISTORY-FILE
000460     RECORDING MODE IS F
000470     RECORD CONTAINS 44 CHARACTERS
000480     BLOCK CONTAINS 0 RECORDS
000490     LABEL RECORDS ARE STANDARD.
000500 COPY COGSSLHR.
000660 77  WS-RECS-SELECTED            PIC 9(07) COMP VALUE ZERO.
000670 77  WS-RECS-OVERRIDE            PIC 9(07) COMP VALUE ZERO.
000680 77  WS-OVERRIDE-PCT             PIC 9(03) VALUE 10.
000690 77  WS-PRICE-DIFF               PIC S9(05)V9(02) VALUE ZERO.
000700 77  WS-DIFF-PCT                 PIC 9(07) VALUE ZERO.
000710 77  WS-EXT-DOLLARS              PIC 9(10)V9(02) VALUE ZERO.
000720 77  WS-TOT-UNITS                PIC 9(09) COMP VALUE ZERO.
000730 77  WS-TOT-DOLLARS              PIC 9(12)V9(02) VALUE ZERO.
000740 77  WS-RV-COUNT                 PIC 9(03) COMP VALUE ZERO.
000750 77  WS-RV-SUB                   PIC 9(03) COMP VALUE ZERO.
000760 77  WS-RV-MAX                   PIC 9(03) COMP VALUE 400.
000770 77  WS-PMO-STATUS               PIC X(02) VALUE SPACES.
000780 77  WS-BASE-SELL                PIC 9(05)V9(02) VALUE ZERO.
000790 01  WS-SWITCHES.
000800     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000810         88  WS-EOF                         VALUE 'Y'.
000870     05  WS-RV-ENTRY OCCURS 400 TIMES.
000880         10  WS-RV-DESC          PIC X(10).
000890         10  WS-RV-STATE         PIC X(02).
000900         10  WS-RV-UNITS         PIC 9(09).
000910         10  WS-RV-DOLLARS       PIC 9(12)V9(02).
000920 COPY COGSDATP.
000930 01  WS-HEADING-1.
000940     05  FILLER                  PIC X(38)
001000 01  WS-HEADING-2.
001010     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001020     05  FILLER                  PIC X(04) VALUE "ST  ".
001027     05  FILLER                  PIC X(13) VALUE "       UNITS ".
001034     05  FILLER                  PIC X(19)
001041         VALUE "            DOLLARS".
001050 01  WS-DETAIL-LINE.
001060     05  DL-DESC                 PIC X(14).
001070     05  DL-STATE                PIC X(04).
001080     05  DL-UNITS                PIC ZZZ,ZZZ,ZZ9.
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  DL-DOLLARS              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001110 01  WS-HEADING-3.
001120     05  FILLER                  PIC X(42)
001130         VALUE "PRICE OVERRIDE EXCEPTIONS (RUNG VS ISELL)".
001150     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001160     05  FILLER                  PIC X(04) VALUE "ST  ".
001170     05  FILLER                  PIC X(08) VALUE "  QTY   ".
001180     05  FILLER                  PIC X(11) VALUE "     RUNG  ".
001190     05  FILLER                  PIC X(11) VALUE "     ISELL ".
001200     05  FILLER                  PIC X(06) VALUE "  PCT ".
001210 01  WS-EXCEPT-LINE.
001220     05  EX-DESC                 PIC X(14).
001230     05  EX-STATE                PIC X(04).
001240     05  EX-QTY                  PIC ZZ,ZZ9.
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  EX-RUNG                 PIC ZZ,ZZ9.99.
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  EX-SELL                 PIC ZZ,ZZ9.99.
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  EX-PCT                  PIC ZZ9.
001310 01  WS-SUMMARY-LINE.
001320     05  FILLER                  PIC X(24)
001330         VALUE "TOTAL UNITS SOLD       =".
001340     05  SL-UNITS                PIC ZZZ,ZZZ,ZZ9.
001350 01  WS-SUMMARY-LINE2.
001360     05  FILLER                  PIC X(24)
001370         VALUE "TOTAL REVENUE          =".
001380     05  SL-DOLLARS              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001390 01  WS-SUMMARY-LINE3.
001400     05  FILLER                  PIC X(24)
001410         VALUE "PRICE OVERRIDES LISTED =".
