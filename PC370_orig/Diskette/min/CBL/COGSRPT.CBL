000260*                    DEPARTMENT, AND A SUBTOTAL SECTION        *
000270*                    RANKED BY UNITS PRINTS AT THE END WITH    *
000280*                    NAMES FROM THE COGSDEPT REFERENCE FILE    *
000282*   2026-10-05  DHH  WIDENED BASE RECORD - COGSIN IS NOW 75    *
000284*                    BYTES AND COGSXIN 140, WITH THE STATE,    *
000286*                    REGION AND DEPARTMENT TOTALS AND PRINT    *
000288*                    COLUMNS WIDENED TO MATCH                  *
000290****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000540 FILE SECTION.
000550 FD  COGS-INPUT-FILE
000560     RECORDING MODE IS F
000570     RECORD CONTAINS 75 CHARACTERS
000580     BLOCK CONTAINS 0 RECORDS
000590     LABEL RECORDS ARE STANDARD.
000600 COPY COGSREC.
000610 FD  EXTENSION-INPUT-FILE
000620     RECORDING MODE IS F
000630     RECORD CONTAINS 140 CHARACTERS
000640     BLOCK CONTAINS 0 RECORDS
000650     LABEL RECORDS ARE STANDARD.
000660 COPY COGSEXTR.
000860 WORKING-STORAGE SECTION.
000870 77  WS-IN-STATUS                PIC X(02) VALUE SPACES.
000880 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000890 77  WS-TOT-CALIF                PIC 9(09) COMP VALUE ZERO.
000900 77  WS-TOT-ILL                  PIC 9(09) COMP VALUE ZERO.
000910 77  WS-TOT-UTAH                 PIC 9(09) COMP VALUE ZERO.
000920 77  WS-TOT-WISC                 PIC 9(09) COMP VALUE ZERO.
000930 77  WS-TOT-UNITS                PIC 9(11) COMP VALUE ZERO.
000940 77  WS-LINE-UNITS               PIC 9(09) VALUE ZERO.
000950 77  WS-XTI-STATUS               PIC X(02) VALUE SPACES.
000960 77  WS-DPT-STATUS               PIC X(02) VALUE SPACES.
000970 77  WS-LINE-DEPT                PIC X(04) VALUE SPACES.
001000 77  WS-DP-MAX                   PIC 9(03) COMP VALUE 50.
001010 77  WS-DP-PICK                  PIC 9(03) COMP VALUE ZERO.
001020 77  WS-DP-RANK                  PIC 9(03) COMP VALUE ZERO.
001030 77  WS-DP-HI-UNITS              PIC S9(11) COMP VALUE ZERO.
001040 77  WS-REG-STATUS               PIC X(02) VALUE SPACES.
001050 77  WS-LINE-REGION-UNITS        PIC 9(09) VALUE ZERO.
001060 77  WS-TOT-REGION-UNITS         PIC 9(11) COMP VALUE ZERO.
001070 77  WS-PROOF-UNITS              PIC 9(11) COMP VALUE ZERO.
001080 77  WS-RT-COUNT                 PIC 9(02) COMP VALUE ZERO.
001090 77  WS-RT-SUB                   PIC 9(02) COMP VALUE ZERO.
001100 77  WS-XR-SUB                   PIC 9(02) COMP VALUE ZERO.
001320         VALUE "COGSWORTH INVENTORY - STATE SALES REPORT".
001330 01  WS-HEADING-2.
001340     05  FILLER                  PIC X(12) VALUE "DESCRIPTION ".
001350     05  FILLER                  PIC X(12) VALUE "      CALIF ".
001360     05  FILLER                  PIC X(12) VALUE "        ILL ".
001370     05  FILLER                  PIC X(12) VALUE "       UTAH ".
001380     05  FILLER                  PIC X(12) VALUE "       WISC ".
001390     05  FILLER                  PIC X(14) VALUE "         TOTAL".
001400     05  FILLER                  PIC X(06) VALUE "  DEPT".
001410 01  WS-DETAIL-LINE.
001420     05  DL-DESC                 PIC X(12).
001430     05  DL-CALIF                PIC ZZZ,ZZZ,ZZ9.
001440     05  FILLER                  PIC X(01) VALUE SPACE.
001450     05  DL-ILL                  PIC ZZZ,ZZZ,ZZ9.
001460     05  FILLER                  PIC X(01) VALUE SPACE.
001470     05  DL-UTAH                 PIC ZZZ,ZZZ,ZZ9.
001480     05  FILLER                  PIC X(01) VALUE SPACE.
001490     05  DL-WISC                 PIC ZZZ,ZZZ,ZZ9.
001500     05  FILLER                  PIC X(01) VALUE SPACE.
001510     05  DL-TOTAL                PIC ZZ,ZZZ,ZZZ,ZZ9.
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  DL-DEPT                 PIC X(04).
001540 01  WS-TOTAL-LINE.
001550     05  FILLER                  PIC X(12) VALUE "GRAND TOTALS".
001560     05  TL-CALIF                PIC ZZZ,ZZZ,ZZ9.
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  TL-ILL                  PIC ZZZ,ZZZ,ZZ9.
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  TL-UTAH                 PIC ZZZ,ZZZ,ZZ9.
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  TL-WISC                 PIC ZZZ,ZZZ,ZZ9.
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  TL-UNITS                PIC ZZ,ZZZ,ZZZ,ZZ9.
001650 01  WS-REGION-TOT-TABLE.
001660     05  WS-RT-ENTRY OCCURS 50 TIMES.
001670         10  WS-RT-CODE          PIC X(03).
001680         10  WS-RT-UNITS         PIC 9(11).
001690 01  WS-REGION-NAME-TABLE.
001700     05  WS-RN-ENTRY OCCURS 50 TIMES.
001710         10  WS-RN-CODE          PIC X(02).
001770     05  RL-CODE                 PIC X(03).
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  RL-NAME                 PIC X(17).
001800     05  RL-UNITS                PIC ZZ,ZZZ,ZZZ,ZZ9.
001810 01  WS-PROOF-LINE.
001820     05  FILLER                  PIC X(26)
001830         VALUE "GRAND TOTAL VS ALL REGIONS".
001840     05  FILLER                  PIC X(03) VALUE " = ".
001850     05  PF-UNITS                PIC ZZ,ZZZ,ZZZ,ZZ9.
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  PF-VERDICT              PIC X(16).
001880 01  WS-DEPT-TABLE.
001890     05  WS-DP-ENTRY OCCURS 50 TIMES.
001900         10  WS-DP-CODE          PIC X(04).
001910         10  WS-DP-UNITS         PIC 9(11).
001920         10  WS-DP-DONE-SW       PIC X(01).
001930 01  WS-DEPT-HEADING.
001940     05  FILLER                  PIC X(40)
001980     05  FILLER                  PIC X(06) VALUE "DEPT  ".
001990     05  FILLER                  PIC X(22)
002000         VALUE "NAME                  ".
002010     05  FILLER                  PIC X(14) VALUE "         UNITS".
002020 01  WS-DEPT-LINE.
002030     05  DS-RANK                 PIC ZZ9.
002040     05  FILLER                  PIC X(03) VALUE SPACES.
002050     05  DS-CODE                 PIC X(04).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  DS-NAME                 PIC X(22).
002080     05  DS-UNITS                PIC ZZ,ZZZ,ZZZ,ZZ9.
002090 PROCEDURE DIVISION.
002100*----------------------------------------------------------------
002110*    0000-MAINLINE - PROGRAM CONTROL
