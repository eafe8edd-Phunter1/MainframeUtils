000340*                    COGSSUSO CAN BE CONCATENATED AHEAD OF     *
000350*                    THE FRESH COGSSUSP WITHOUT WORKING THE    *
000360*                    SAME PRODUCT TWICE                        *
000365*   2026-10-05  DHH  SUSPENSE QUANTITIES WIDENED TO 7 DIGITS   *
000370****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
001010 77  WS-RECS-AGED                PIC 9(07) COMP VALUE ZERO.
001020 77  WS-JOB-ID                   PIC X(08) VALUE "COGSCORR".
001030 77  WS-AGE-LIMIT                PIC 9(03) VALUE 3.
001040 77  WS-EXPECTED-QOH             PIC S9(08) VALUE ZERO.
001050 77  WS-OLD-QOH                  PIC 9(07) VALUE ZERO.
001060 77  WS-NEW-AGE                  PIC 9(03) VALUE ZERO.
001070 77  WS-SUS-SUB                  PIC 9(03) COMP VALUE ZERO.
001080 77  WS-SUS-COUNT                PIC 9(03) COMP VALUE ZERO.
001110 77  WS-CORR-SUB                 PIC 9(03) COMP VALUE ZERO.
001120 77  WS-CORR-COUNT               PIC 9(03) COMP VALUE ZERO.
001130 77  WS-CORR-MAX                 PIC 9(03) COMP VALUE 200.
001140 77  WS-CORR-QOH                 PIC 9(07) VALUE ZERO.
001150 01  WS-SWITCHES.
001160     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001170         88  WS-EOF                         VALUE 'Y'.
001260 01  WS-SUS-TABLE.
001270     05  WS-SUS-ENTRY OCCURS 500 TIMES.
001280         10  WS-SUS-DESC         PIC X(10).
001290         10  WS-SUS-QOH          PIC 9(07).
001300         10  WS-SUS-EXPECTED     PIC S9(08).
001310         10  WS-SUS-DIFF         PIC S9(08).
001320         10  WS-SUS-AGE          PIC 9(03).
001330 01  WS-CORR-TABLE.
001340     05  WS-CORR-ENTRY OCCURS 200 TIMES.
001350         10  WS-CORR-DESC        PIC X(10).
001360         10  WS-CORR-NEW-QOH     PIC 9(07).
001370 01  WS-HEADING-1.
001380     05  FILLER                  PIC X(42)
001390         VALUE "COGSWORTH SUSPENSE CORRECTION / AGING RUN".
001400 01  WS-HEADING-2.
001410     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001420     05  FILLER                  PIC X(14) VALUE "      QOH     ".
001430     05  FILLER                  PIC X(08) VALUE "AGE     ".
001440     05  FILLER                  PIC X(30) VALUE "DISPOSITION".
001450 01  WS-DETAIL-LINE.
001460     05  DL-DESC                 PIC X(14).
001470     05  DL-QOH                  PIC Z,ZZZ,ZZ9.
001480     05  FILLER                  PIC X(05) VALUE SPACES.
001490     05  DL-AGE                  PIC ZZ9.
001500     05  FILLER                  PIC X(05) VALUE SPACES.
