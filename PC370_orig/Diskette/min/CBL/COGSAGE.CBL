000310*                    BUSINESS DAYS THROUGH THE COGSDATE BDIF   *
000320*                    FUNCTION, WITH THE OLD YEARS*365          *
000330*                    APPROXIMATION AS THE FALLBACK             *
000335*   2026-10-05  DHH  WIDENED FOR 7-DIGIT QOH AND 99999.99 COST *
000340****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000740 77  WS-TODAY-DAYS               PIC 9(08) VALUE ZERO.
000750 77  WS-SALE-DAYS                PIC 9(08) VALUE ZERO.
000760 77  WS-DAYS-SINCE               PIC S9(08) VALUE ZERO.
000770 77  WS-EXT-VALUE                PIC 9(12)V9(02) VALUE ZERO.
000780 77  WS-BUCKET-SUB               PIC 9(01) COMP VALUE ZERO.
000790 77  WS-DPT-STATUS               PIC X(02) VALUE SPACES.
000800 77  WS-DP-COUNT                 PIC 9(03) COMP VALUE ZERO.
000820 77  WS-DP-MAX                   PIC 9(03) COMP VALUE 50.
000830 77  WS-DP-PICK                  PIC 9(03) COMP VALUE ZERO.
000840 77  WS-DP-RANK                  PIC 9(03) COMP VALUE ZERO.
000850 77  WS-DP-HI-VALUE              PIC S9(13)V9(02) VALUE ZERO.
000860 77  WS-DISC-COUNT               PIC 9(05) COMP VALUE ZERO.
000870 77  WS-DISC-UNITS               PIC 9(11) COMP VALUE ZERO.
000880 77  WS-DISC-VALUE               PIC 9(13)V9(02) VALUE ZERO.
000890 01  WS-DATE-WORK.
000900     05  WS-DW-DATE          PIC 9(08).
000910     05  WS-DW-R REDEFINES WS-DW-DATE.
001030 01  WS-BUCKETS.
001040     05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
001050         10  WS-BKT-COUNT        PIC 9(05) COMP.
001060         10  WS-BKT-UNITS        PIC 9(11) COMP.
001070         10  WS-BKT-VALUE        PIC 9(13)V9(02).
001080 01  WS-HEADING-1.
001090     05  FILLER                  PIC X(44)
001100         VALUE "COGSWORTH SLOW-MOVER / DEAD-STOCK AGING".
001110 01  WS-HEADING-2.
001120     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001130     05  FILLER                  PIC X(09) VALUE "     QOH ".
001140     05  FILLER                  PIC X(11) VALUE " LAST SALE ".
001150     05  FILLER                  PIC X(07) VALUE "  DAYS ".
001160     05  FILLER                  PIC X(08) VALUE " BUCKET ".
001166     05  FILLER                  PIC X(20)
001172         VALUE "       VALUE AT COST".
001180 01  WS-DETAIL-LINE.
001190     05  DL-DESC                 PIC X(14).
001200     05  DL-QOH                  PIC Z,ZZZ,ZZ9.
001210     05  FILLER                  PIC X(03) VALUE SPACES.
001220     05  DL-LAST-SALE            PIC 9(08).
001230     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  DL-BUCKET               PIC X(06).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  DL-VALUE                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  DL-STATUS               PIC X(06).
001310 01  WS-BUCKET-LINE.
001330     05  FILLER                  PIC X(09) VALUE "PRODUCTS=".
001340     05  BL-COUNT                PIC ZZ,ZZ9.
001350     05  FILLER                  PIC X(08) VALUE "  UNITS=".
001360     05  BL-UNITS                PIC ZZ,ZZZ,ZZZ,ZZ9.
001370     05  FILLER                  PIC X(08) VALUE "  VALUE=".
001380     05  BL-VALUE                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001390 01  WS-DEPT-TABLE.
001400     05  WS-DP-ENTRY OCCURS 50 TIMES.
001410         10  WS-DP-CODE          PIC X(04).
001420         10  WS-DP-UNITS         PIC 9(11).
001430         10  WS-DP-VALUE         PIC S9(13)V9(02).
001440         10  WS-DP-DONE-SW       PIC X(01).
001450 01  WS-DEPT-HEADING.
001460     05  FILLER                  PIC X(42)
001500     05  FILLER                  PIC X(06) VALUE "DEPT  ".
001510     05  FILLER                  PIC X(22)
001520         VALUE "NAME                  ".
001526     05  FILLER                  PIC X(15)
001532         VALUE "         UNITS ".
001538     05  FILLER                  PIC X(20)
001544         VALUE "       VALUE AT COST".
001550 01  WS-DEPT-LINE.
001560     05  DS-RANK                 PIC ZZ9.
001570     05  FILLER                  PIC X(03) VALUE SPACES.
001580     05  DS-CODE                 PIC X(04).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  DS-NAME                 PIC X(22).
001610     05  DS-UNITS                PIC ZZ,ZZZ,ZZZ,ZZ9.
001620     05  FILLER                  PIC X(01) VALUE SPACE.
001630     05  DS-VALUE                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001640 PROCEDURE DIVISION.
001650*----------------------------------------------------------------
001660*    0000-MAINLINE - PROGRAM CONTROL
