000240*                    COGSDATE NBUS FUNCTION, SO A MONTH THAT   *
000250*                    ENDS ON A WEEKEND CLOSES ON ITS LAST      *
000260*                    TRADING NIGHT (CALENDAR CHECK FALLBACK)   *
000265*   2026-10-05  DHH  PROOF COLUMNS WIDENED TO 7 DIGITS         *
000270****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000550 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000560 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000570 77  WS-RECS-OUT-OF-PROOF        PIC 9(07) COMP VALUE ZERO.
000580 77  WS-EXPECTED-QOH             PIC S9(08) VALUE ZERO.
000590 77  WS-MONTH-DAYS               PIC 9(02) VALUE ZERO.
000600 77  WS-LEAP-QUOT                PIC 9(04) VALUE ZERO.
000610 77  WS-LEAP-REM                 PIC 9(04) VALUE ZERO.
000850     05  H1-DATE                 PIC 9(08).
000860 01  WS-HEADING-2.
000870     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
000880     05  FILLER                  PIC X(09) VALUE "  OPENING".
000890     05  FILLER                  PIC X(12) VALUE "    RECEIPTS".
000900     05  FILLER                  PIC X(12) VALUE "       SALES".
000910     05  FILLER                  PIC X(12) VALUE "      ADJUST".
000920     05  FILLER                  PIC X(11) VALUE "    CLOSING".
000930     05  FILLER                  PIC X(10) VALUE "  PROOF   ".
000940 01  WS-DETAIL-LINE.
000950     05  DL-DESC                 PIC X(14).
000960     05  DL-OPEN                 PIC Z,ZZZ,ZZ9.
000970     05  FILLER                  PIC X(02) VALUE SPACES.
000980     05  DL-RCPTS                PIC -Z,ZZZ,ZZ9.
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  DL-SALES                PIC -Z,ZZZ,ZZ9.
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  DL-ADJ                  PIC -Z,ZZZ,ZZ9.
001030     05  FILLER                  PIC X(02) VALUE SPACES.
001040     05  DL-CLOSE                PIC Z,ZZZ,ZZ9.
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  DL-PROOF                PIC X(11).
001070 01  WS-SUMMARY-LINE.
