000150*                                                              *
000160*   MODIFICATION HISTORY                                      *
000170*   2026-08-23  DHH  INITIAL VERSION                           *
000175*   2026-10-05  DHH  QOH COLUMN WIDENED WITH IQOH              *
000180****************************************************************
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000800     05  FILLER                  PIC X(04) VALUE SPACES.
000810     05  PL-DESC                 PIC X(14).
000820     05  FILLER                  PIC X(06) VALUE "QOH = ".
000830     05  PL-QOH                  PIC Z,ZZZ,ZZ9.
000840     05  FILLER                  PIC X(10) VALUE "  REORD = ".
000850     05  PL-REORD                PIC ZZ,ZZ9.
000860 01  WS-NONE-LINE.
