000260*                    SUBTOTAL SECTION RANKED BY TOTAL MARGIN   *
000270*                    PRINTS AT THE END WITH NAMES FROM THE     *
000280*                    COGSDEPT REFERENCE FILE                   *
000282*   2026-10-05  DHH  WIDENED BASE RECORD - COGSIN IS NOW 75    *
000284*                    BYTES AND COGSXIN 140, WITH THE UNIT,     *
000286*                    MARGIN AND TOTAL FIELDS WIDENED TO MATCH  *
000290****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000560 FILE SECTION.
000570 FD  COGS-INPUT-FILE
000580     RECORDING MODE IS F
000590     RECORD CONTAINS 75 CHARACTERS
000600     BLOCK CONTAINS 0 RECORDS
000610     LABEL RECORDS ARE STANDARD.
000620 COPY COGSREC.
000630 FD  EXTENSION-INPUT-FILE
000640     RECORDING MODE IS F
000650     RECORD CONTAINS 140 CHARACTERS
000660     BLOCK CONTAINS 0 RECORDS
000670     LABEL RECORDS ARE STANDARD.
000680 COPY COGSEXTR.
000840 WORKING-STORAGE SECTION.
000850 77  WS-IN-STATUS                PIC X(02) VALUE SPACES.
000860 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000870 77  WS-UNITS-SOLD               PIC 9(09) VALUE ZERO.
000880 77  WS-MARGIN-PER-UNIT          PIC S9(05)V9(02) VALUE ZERO.
000890 77  WS-TOTAL-MARGIN             PIC S9(11)V9(02) VALUE ZERO.
000900 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000910 77  WS-RECS-PRICING-ERR         PIC 9(07) COMP VALUE ZERO.
000920 77  WS-XTI-STATUS               PIC X(02) VALUE SPACES.
000970 77  WS-DP-MAX                   PIC 9(03) COMP VALUE 50.
000980 77  WS-DP-PICK                  PIC 9(03) COMP VALUE ZERO.
000990 77  WS-DP-RANK                  PIC 9(03) COMP VALUE ZERO.
001000 77  WS-DP-HI-MARGIN             PIC S9(13)V9(02) VALUE ZERO.
001010 77  WS-PMO-STATUS               PIC X(02) VALUE SPACES.
001020 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001030 77  WS-EFF-SELL                 PIC 9(05)V9(02) VALUE ZERO.
001040 77  WS-LINE-REGION-UNITS        PIC 9(09) VALUE ZERO.
001050 77  WS-XR-SUB                   PIC 9(02) COMP VALUE ZERO.
001060 01  WS-SWITCHES.
001070     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001230         VALUE "COGSWORTH MARGIN / PROFITABILITY REPORT".
001240 01  WS-HEADING-2.
001250     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001257     05  FILLER                  PIC X(10) VALUE "     COST ".
001264     05  FILLER                  PIC X(10) VALUE "     SELL ".
001271     05  FILLER                  PIC X(11) VALUE " UNIT MARG ".
001278     05  FILLER                  PIC X(12) VALUE "      UNITS ".
001285     05  FILLER                  PIC X(18)
001292         VALUE "      TOTAL MARGIN".
001299     05  FILLER                  PIC X(20)
001306         VALUE "  EXCEPTION         ".
001320     05  FILLER                  PIC X(06) VALUE "  DEPT".
001330 01  WS-DETAIL-LINE.
001340     05  DL-DESC                 PIC X(14).
001350     05  DL-COST                 PIC ZZ,ZZ9.99.
001360     05  FILLER                  PIC X(01) VALUE SPACE.
001370     05  DL-SELL                 PIC ZZ,ZZ9.99.
001380     05  FILLER                  PIC X(01) VALUE SPACE.
001390     05  DL-MARGIN               PIC -ZZ,ZZ9.99.
001400     05  FILLER                  PIC X(01) VALUE SPACE.
001410     05  DL-UNITS                PIC ZZZ,ZZZ,ZZ9.
001420     05  FILLER                  PIC X(01) VALUE SPACE.
001430     05  DL-TOT-MARGIN           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  DL-FLAG                 PIC X(18).
001460     05  DL-DEPT                 PIC X(04).
001520 01  WS-DEPT-TABLE.
001530     05  WS-DP-ENTRY OCCURS 50 TIMES.
001540         10  WS-DP-CODE          PIC X(04).
001550         10  WS-DP-MARGIN        PIC S9(13)V9(02).
001560         10  WS-DP-DONE-SW       PIC X(01).
001570 01  WS-DEPT-HEADING.
001580     05  FILLER                  PIC X(40)
001620     05  FILLER                  PIC X(06) VALUE "DEPT  ".
001630     05  FILLER                  PIC X(22)
001640         VALUE "NAME                  ".
001646     05  FILLER                  PIC X(22)
001652         VALUE "          TOTAL MARGIN".
001660 01  WS-DEPT-LINE.
001670     05  DS-RANK                 PIC ZZ9.
001680     05  FILLER                  PIC X(03) VALUE SPACES.
001690     05  DS-CODE                 PIC X(04).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  DS-NAME                 PIC X(22).
001720     05  DS-MARGIN               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001730 PROCEDURE DIVISION.
001740*----------------------------------------------------------------
001750*    0000-MAINLINE - PROGRAM CONTROL
