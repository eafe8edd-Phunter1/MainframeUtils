000220*                                                              *
000230*   MODIFICATION HISTORY                                      *
000240*   2026-09-02  DHH  INITIAL VERSION                           *
000241*   2026-10-05  DHH  CHANGE RECORD NOW 40 BYTES, COST AND      *
000242*                    SELL COLUMNS WIDENED FOR 99999.99         *
000243*   2026-10-05  DHH  CHANGE RECORD NOW 50 BYTES AND SELL       *
000244*                    TRANSACTION 25; SUGGESTIONS GO OUT WITH   *
000245*                    A BLANK OPERATOR ID FOR THE REVIEWING     *
000246*                    SUPERVISOR TO KEY BEFORE RELEASE          *
000250****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000500 FILE SECTION.
000510 FD  CHG-FILE
000520     RECORDING MODE IS F
000530     RECORD CONTAINS 50 CHARACTERS
000540     BLOCK CONTAINS 0 RECORDS
000550     LABEL RECORDS ARE STANDARD.
000560 COPY COGSCHGR.
000690     05  FILLER              PIC X(73).
000700 FD  SUGGEST-FILE
000710     RECORDING MODE IS F
000720     RECORD CONTAINS 25 CHARACTERS
000730     BLOCK CONTAINS 0 RECORDS
000740     LABEL RECORDS ARE STANDARD.
000750 COPY COGSSPTX.
000910 77  WS-DEFAULT-PCT              PIC 9(03) VALUE 25.
000920 77  WS-TARGET-PCT               PIC 9(03) VALUE ZERO.
000930 77  WS-MARGIN-PCT               PIC S9(03) VALUE ZERO.
000940 77  WS-SUGG-SELL                PIC 9(05)V9(02) VALUE ZERO.
000950 77  WS-TM-COUNT                 PIC 9(02) COMP VALUE ZERO.
000960 77  WS-TM-SUB                   PIC 9(02) COMP VALUE ZERO.
000970 77  WS-DN-COUNT                 PIC 9(03) COMP VALUE ZERO.
001220     05  H1-DATE                 PIC 9(08).
001230 01  WS-HEADING-2.
001240     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001250     05  FILLER                  PIC X(11) VALUE "   NEW COST".
001260     05  FILLER                  PIC X(11) VALUE "     SELL  ".
001270     05  FILLER                  PIC X(06) VALUE "MARG% ".
001280     05  FILLER                  PIC X(06) VALUE "TGT%  ".
001290     05  FILLER                  PIC X(13) VALUE "    SUGGESTED".
001300 01  WS-DETAIL-LINE.
001310     05  DL-DESC                 PIC X(14).
001320     05  DL-COST                 PIC ZZ,ZZ9.99.
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  DL-SELL                 PIC ZZ,ZZ9.99.
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  DL-MARGIN               PIC -Z9.
001370     05  FILLER                  PIC X(03) VALUE SPACES.
001380     05  DL-TARGET               PIC ZZ9.
001390     05  FILLER                  PIC X(04) VALUE SPACES.
001400     05  DL-SUGGESTED            PIC ZZ,ZZ9.99.
001410 01  WS-SUMMARY-LINE.
001420     05  FILLER                  PIC X(24)
001430         VALUE "SUGGESTIONS WRITTEN    =".
003180         (ICOST OF COGS-MASTER-RECORD * 100)
003190         / (100 - WS-TARGET-PCT)
003200         ON SIZE ERROR
003210             MOVE 99999.99 TO WS-SUGG-SELL
003220     END-COMPUTE.
003230     IF WS-SUGG-SELL NOT > ISELL OF COGS-MASTER-RECORD
003240         GO TO 2400-EXIT
