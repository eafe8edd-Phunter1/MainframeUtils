000180*                                                              *
000190*   MODIFICATION HISTORY                                      *
000200*   2026-09-02  DHH  INITIAL VERSION                           *
000205*   2026-10-05  DHH  VALUE COLUMNS WIDENED FOR 99999.99 ISELL  *
000210****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000590 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000600 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000610 77  WS-TOT-UNITS                PIC 9(09) COMP VALUE ZERO.
000620 77  WS-EXT-VALUE                PIC 9(10)V9(02) VALUE ZERO.
000630 77  WS-TOT-VALUE                PIC 9(12)V9(02) VALUE ZERO.
000640 01  WS-SWITCHES.
000650     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000660         88  WS-EOF                         VALUE 'Y'.
000740     05  FILLER                  PIC X(06) VALUE "STORE ".
000750     05  FILLER                  PIC X(08) VALUE "  QTY   ".
000760     05  FILLER                  PIC X(11) VALUE " CAPTURED  ".
000766     05  FILLER                  PIC X(20)
000772         VALUE "       VALUE AT SELL".
000780 01  WS-DETAIL-LINE.
000790     05  DL-DESC                 PIC X(14).
000800     05  DL-SEQ                  PIC 9(05).
000860     05  FILLER                  PIC X(02) VALUE SPACES.
000870     05  DL-DATE                 PIC 9(08).
000880     05  FILLER                  PIC X(02) VALUE SPACES.
000890     05  DL-VALUE                PIC Z,ZZZ,ZZZ,ZZ9.99.
000900 01  WS-SUMMARY-LINE.
000910     05  FILLER                  PIC X(24)
000920         VALUE "OPEN BACKORDER LINES   =".
000980 01  WS-SUMMARY-LINE3.
000990     05  FILLER                  PIC X(24)
001000         VALUE "VALUE AT CURRENT SELL  =".
001010     05  SL-VALUE                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001020 PROCEDURE DIVISION.
001030*----------------------------------------------------------------
001040*    0000-MAINLINE - PROGRAM CONTROL
