000260*                    REPORT                                    *
000270*   2026-09-02  DHH  POSTED ADJUSTMENTS NOW STEP THE COGS9     *
000280*                    PERIOD-TO-DATE ADJUSTMENT BUCKET          *
000282*   2026-10-05  DHH  EVERY ACCEPTED COUNT, CHANGED OR NOT,     *
000284*                    STAMPS I10LAST-COUNT-DATE FOR THE CLASS   *
000286*                    COUNT SCHEDULE                            *
000287*   2026-10-05  DHH  QUANTITIES WIDENED TO 7 DIGITS, SANITY    *
000288*                    LIMIT RAISED TO THE NEW IQOH CAPACITY     *
000290****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000770 77  WS-RECS-UNCHANGED           PIC 9(07) COMP VALUE ZERO.
000780 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
000790 77  WS-JOB-ID                   PIC X(08) VALUE "COGSCNT".
000800 77  WS-COUNT-LIMIT              PIC 9(07) VALUE 9999999.
000810 77  WS-OLD-QOH                  PIC 9(07) VALUE ZERO.
000820 77  WS-VARIANCE-QTY             PIC S9(07) VALUE ZERO.
000830 77  WS-VARIANCE-AMT             PIC S9(09)V9(02) VALUE ZERO.
000840 77  WS-TOT-SHRINK-AMT           PIC S9(11)V9(02) VALUE ZERO.
000850 77  WS-CVH-STATUS               PIC X(02) VALUE SPACES.
000860 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000870 01  WS-SWITCHES.
000940         VALUE "COGSWORTH CYCLE-COUNT POSTING / VARIANCE".
000950 01  WS-HEADING-2.
000960     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
000970     05  FILLER                  PIC X(09) VALUE " BOOK QOH".
000980     05  FILLER                  PIC X(11) VALUE "    COUNTED".
000990     05  FILLER                  PIC X(10) VALUE "  VARIANCE".
000996     05  FILLER                  PIC X(17)
001002         VALUE "     VARIANCE AMT".
001010     05  FILLER                  PIC X(30) VALUE "  REASON".
001020 01  WS-DETAIL-LINE.
001030     05  DL-DESC                 PIC X(14).
001040     05  DL-BOOK                 PIC Z,ZZZ,ZZ9.
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  DL-COUNTED              PIC Z,ZZZ,ZZ9.
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  DL-VARIANCE             PIC -(7)9.
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  DL-VARIANCE-AMT         PIC -ZZZ,ZZZ,ZZ9.99.
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  DL-REASON               PIC X(30).
001130 01  WS-SUMMARY-LINE.
001140     05  FILLER                  PIC X(24)
001150         VALUE "NET SHRINKAGE AT COST  =".
001160     05  SL-SHRINK               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001170 COPY COGSAUDP.
001180 COPY COGSDATP.
001190 PROCEDURE DIVISION.
002320     MOVE WS-VARIANCE-QTY  TO DL-VARIANCE.
002330     MOVE WS-VARIANCE-AMT  TO DL-VARIANCE-AMT.
002340     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
002345     MOVE WS-BUS-DATE TO I10LAST-COUNT-DATE.
002350     IF WS-VARIANCE-QTY = ZERO
002355         REWRITE COGS-MASTER-RECORD
002360         ADD 1 TO WS-RECS-UNCHANGED
002370         GO TO 2200-EXIT
002380     END-IF.
