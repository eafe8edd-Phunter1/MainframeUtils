000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSKBLD.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSKBLD PRINTS THE KIT BUILDABILITY REPORT.  FOR EACH     *
000090*   KIT ON COGSKIT IT LISTS THE COMPONENTS WITH THEIR UNITS    *
000100*   PER KIT, IQOH AND HOW MANY KITS THAT STOCK WOULD BUILD,    *
000110*   FLAGS THE LIMITING COMPONENT, AND TOTALS THE KIT: KITS     *
000120*   BUILDABLE FROM CURRENT STOCK (THE LOWEST COMPONENT         *
000130*   FIGURE), THE ROLLED-UP COST (UNITS PER KIT X ICOST OVER    *
000140*   THE COMPONENTS) AGAINST THE KIT'S OWN ISELL, AND THE       *
000150*   MARGIN THAT LEAVES.  A KIT SELLING BELOW ITS ROLLED-UP     *
000160*   COST IS FLAGGED FOR BUYER REVIEW.                          *
000170*                                                              *
000180*   MODIFICATION HISTORY                                      *
000190*   2026-10-05  DHH  INITIAL VERSION                           *
000195*   2026-10-05  DHH  BUSINESS DATE PRINTED IN THE HEADING      *
000200****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.  IBM-370.
000240 OBJECT-COMPUTER.  IBM-370.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT KIT-FILE ASSIGN TO COGSKIT
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS KT-KEY
000310         FILE STATUS IS WS-KIT-STATUS.
000320     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS IDESC
000360         FILE STATUS IS WS-MST-STATUS.
000370     SELECT PRINT-FILE ASSIGN TO COGSKBL1
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-PRT-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  KIT-FILE
000430     RECORDING MODE IS F
000440     RECORD CONTAINS 40 CHARACTERS
000450     LABEL RECORDS ARE STANDARD.
000460 COPY COGSKITR.
000470 FD  COGS-MASTER-FILE
000480     LABEL RECORDS ARE STANDARD.
000490 COPY COGSMSTR.
000500 FD  PRINT-FILE
000510     RECORDING MODE IS F
000520     RECORD CONTAINS 132 CHARACTERS
000530     LABEL RECORDS ARE STANDARD.
000540 01  PRINT-RECORD                PIC X(132).
000550 WORKING-STORAGE SECTION.
000560 77  WS-KIT-STATUS               PIC X(02) VALUE SPACES.
000570 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
000580 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000590 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000600 77  WS-KITS-LISTED              PIC 9(07) COMP VALUE ZERO.
000610 77  WS-KITS-NONE                PIC 9(07) COMP VALUE ZERO.
000620 77  WS-KITS-BELOW-COST          PIC 9(07) COMP VALUE ZERO.
000630 77  WS-CUR-KIT                  PIC X(10) VALUE SPACES.
000640 77  WS-KC-COUNT                 PIC 9(03) COMP VALUE ZERO.
000650 77  WS-KC-SUB                   PIC 9(03) COMP VALUE ZERO.
000660 77  WS-KC-MAX                   PIC 9(03) COMP VALUE 20.
000670 77  WS-KC-DROPPED               PIC 9(03) COMP VALUE ZERO.
000680 77  WS-KIT-BUILD                PIC 9(07) VALUE ZERO.
000690 77  WS-KIT-COST                 PIC 9(09)V9(02) VALUE ZERO.
000700 77  WS-KIT-SELL                 PIC 9(05)V9(02) VALUE ZERO.
000710 77  WS-KIT-MARGIN               PIC S9(09)V9(02) VALUE ZERO.
000720 77  WS-KIT-MARGIN-PCT           PIC S9(05)V9(01) VALUE ZERO.
000730 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000740 COPY COGSDATP.
000750 01  WS-SWITCHES.
000760     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000770         88  WS-EOF                         VALUE 'Y'.
000780     05  WS-KIT-ON-FILE-SW       PIC X(01) VALUE 'N'.
000790         88  WS-KIT-ON-FILE                 VALUE 'Y'.
000800 01  WS-COMPONENT-TABLE.
000810     05  WS-KC-ENTRY OCCURS 20 TIMES.
000820         10  WS-KC-DESC          PIC X(10).
000830         10  WS-KC-QTY           PIC 9(03).
000840         10  WS-KC-QOH           PIC 9(07).
000850         10  WS-KC-BUILD         PIC 9(07).
000860         10  WS-KC-COST          PIC 9(05)V9(02).
000870         10  WS-KC-EXT-COST      PIC 9(08)V9(02).
000880         10  WS-KC-ON-FILE-SW    PIC X(01).
000890             88  WS-KC-ON-FILE              VALUE 'Y'.
000900 01  WS-HEADING-1.
000910     05  FILLER                  PIC X(45)
000920         VALUE "COGSWORTH KIT BUILDABILITY AND ROLLED-UP COST".
000922 01  WS-HEADING-1A.
000924     05  FILLER                  PIC X(16)
000926         VALUE "BUSINESS DATE = ".
000928     05  H1-DATE                 PIC 9(08).
000930 01  WS-HEADING-2.
000940     05  FILLER                  PIC X(12) VALUE "KIT         ".
000950     05  FILLER                  PIC X(12) VALUE "COMPONENT   ".
000960     05  FILLER                  PIC X(08) VALUE " PER KIT".
000970     05  FILLER                  PIC X(12) VALUE "        IQOH".
000980     05  FILLER                  PIC X(12) VALUE "   CAN BUILD".
000990     05  FILLER                  PIC X(11) VALUE "  UNIT COST".
001000     05  FILLER                  PIC X(15)
001010         VALUE "       EXT COST".
001020     05  FILLER                  PIC X(20)
001030         VALUE "  NOTE              ".
001040 01  WS-DETAIL-LINE.
001050     05  DL-KIT                  PIC X(12).
001060     05  DL-COMP                 PIC X(12).
001070     05  FILLER                  PIC X(03) VALUE SPACES.
001080     05  DL-QTY                  PIC ZZ9.
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  DL-QOH                  PIC Z,ZZZ,ZZ9.
001110     05  FILLER                  PIC X(03) VALUE SPACES.
001120     05  DL-BUILD                PIC Z,ZZZ,ZZ9.
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  DL-COST                 PIC ZZ,ZZ9.99.
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001160     05  DL-EXT-COST             PIC ZZZ,ZZZ,ZZ9.99.
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001180     05  DL-NOTE                 PIC X(20).
001190 01  WS-KIT-LINE.
001200     05  FILLER                  PIC X(12) VALUE SPACES.
001210     05  FILLER                  PIC X(14) VALUE "KIT TOTAL   ".
001220     05  FILLER                  PIC X(11) VALUE "CAN BUILD ".
001230     05  KL-BUILD                PIC Z,ZZZ,ZZ9.
001240     05  FILLER                  PIC X(08) VALUE "  COST ".
001250     05  KL-COST                 PIC ZZZ,ZZZ,ZZ9.99.
001260     05  FILLER                  PIC X(08) VALUE "  SELL ".
001270     05  KL-SELL                 PIC ZZ,ZZ9.99.
001280     05  FILLER                  PIC X(10) VALUE "  MARGIN ".
001290     05  KL-MARGIN               PIC -ZZZ,ZZZ,ZZ9.99.
001300     05  FILLER                  PIC X(02) VALUE SPACES.
001310     05  KL-MARGIN-PCT           PIC -ZZZZ9.9.
001320     05  FILLER                  PIC X(02) VALUE "% ".
001330     05  KL-NOTE                 PIC X(20).
001340 01  WS-SUMMARY-LINE.
001350     05  FILLER                  PIC X(25)
001360         VALUE "KITS LISTED             =".
001370     05  SL-KITS                 PIC ZZZ,ZZ9.
001380 01  WS-SUMMARY-LINE2.
001390     05  FILLER                  PIC X(25)
001400         VALUE "KITS NONE BUILDABLE     =".
001410     05  SL-NONE                 PIC ZZZ,ZZ9.
001420 01  WS-SUMMARY-LINE3.
001430     05  FILLER                  PIC X(25)
001440         VALUE "KITS SELLING BELOW COST =".
001450     05  SL-BELOW                PIC ZZZ,ZZ9.
001460 PROCEDURE DIVISION.
001470*----------------------------------------------------------------
001480*    0000-MAINLINE - PROGRAM CONTROL
001490*----------------------------------------------------------------
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001530         UNTIL WS-EOF.
001540     IF WS-CUR-KIT NOT = SPACES
001550         PERFORM 2500-PRINT-KIT THRU 2500-EXIT
001560     END-IF.
001570     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001580     STOP RUN.
001590*----------------------------------------------------------------
001600*    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS
001610*----------------------------------------------------------------
001620 1000-INITIALIZE.
001630     DISPLAY "COGSKBLD STARTING - KIT BUILDABILITY REPORT".
001640     MOVE "BUSD" TO CDP-FUNCTION.
001650     CALL "COGSDATE" USING DATE-CALL-PARMS.
001660     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001670     OPEN OUTPUT PRINT-FILE.
001680     IF WS-PRT-STATUS NOT = "00"
001690         DISPLAY "COGSKBLD - UNABLE TO OPEN COGSKBL1, STATUS = "
001700                 WS-PRT-STATUS
001710         MOVE 16 TO RETURN-CODE
001720         STOP RUN
001730     END-IF.
001735     MOVE WS-BUS-DATE TO H1-DATE.
001740     WRITE PRINT-RECORD FROM WS-HEADING-1.
001745     WRITE PRINT-RECORD FROM WS-HEADING-1A.
001750     WRITE PRINT-RECORD FROM WS-HEADING-2.
001760     OPEN INPUT KIT-FILE.
001770     IF WS-KIT-STATUS = "35"
001780         DISPLAY "COGSKBLD - NO COGSKIT FILE, NO KITS TO LIST"
001790         MOVE 'Y' TO WS-EOF-SW
001800         GO TO 1000-EXIT
001810     END-IF.
001820     IF WS-KIT-STATUS NOT = "00"
001830         DISPLAY "COGSKBLD - UNABLE TO OPEN COGSKIT, STATUS = "
001840                 WS-KIT-STATUS
001850         MOVE 16 TO RETURN-CODE
001860         STOP RUN
001870     END-IF.
001880     OPEN INPUT COGS-MASTER-FILE.
001890     IF WS-MST-STATUS NOT = "00"
001900         DISPLAY "COGSKBLD - UNABLE TO OPEN COGSMST, STATUS = "
001910                 WS-MST-STATUS
001920         MOVE 16 TO RETURN-CODE
001930         STOP RUN
001940     END-IF.
001950     PERFORM 2100-READ-KIT THRU 2100-EXIT.
001960 1000-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------
001990*    2000-PROCESS-RECORD - ONE COMPONENT LINE, KIT CONTROL BREAK
002000*----------------------------------------------------------------
002010 2000-PROCESS-RECORD.
002020     IF KT-KIT-DESC NOT = WS-CUR-KIT
002030         IF WS-CUR-KIT NOT = SPACES
002040             PERFORM 2500-PRINT-KIT THRU 2500-EXIT
002050         END-IF
002060         MOVE KT-KIT-DESC TO WS-CUR-KIT
002070         MOVE ZERO TO WS-KC-COUNT
002080         MOVE ZERO TO WS-KC-DROPPED
002090     END-IF.
002100     IF WS-KC-COUNT NOT < WS-KC-MAX
002110         ADD 1 TO WS-KC-DROPPED
002120         GO TO 2000-READ
002130     END-IF.
002140     ADD 1 TO WS-KC-COUNT.
002150     MOVE KT-COMP-DESC TO WS-KC-DESC(WS-KC-COUNT).
002160     MOVE KT-QTY       TO WS-KC-QTY(WS-KC-COUNT).
002170     PERFORM 2200-GET-COMPONENT THRU 2200-EXIT.
002180 2000-READ.
002190     PERFORM 2100-READ-KIT THRU 2100-EXIT.
002200 2000-EXIT.
002210     EXIT.
002220 2100-READ-KIT.
002230     READ KIT-FILE
002240         AT END
002250             MOVE 'Y' TO WS-EOF-SW
002260             GO TO 2100-EXIT
002270     END-READ.
002280     ADD 1 TO WS-RECS-READ.
002290 2100-EXIT.
002300     EXIT.
002310*----------------------------------------------------------------
002320*    2200-GET-COMPONENT - STOCK AND COST OFF THE MASTER; A
002330*    COMPONENT NOT ON FILE BUILDS NOTHING
002340*----------------------------------------------------------------
002350 2200-GET-COMPONENT.
002360     MOVE ZERO TO WS-KC-QOH(WS-KC-COUNT).
002370     MOVE ZERO TO WS-KC-BUILD(WS-KC-COUNT).
002380     MOVE ZERO TO WS-KC-COST(WS-KC-COUNT).
002390     MOVE ZERO TO WS-KC-EXT-COST(WS-KC-COUNT).
002400     MOVE 'N'  TO WS-KC-ON-FILE-SW(WS-KC-COUNT).
002410     MOVE KT-COMP-DESC TO IDESC.
002420     READ COGS-MASTER-FILE
002430         INVALID KEY
002440             GO TO 2200-EXIT
002450     END-READ.
002460     MOVE 'Y'   TO WS-KC-ON-FILE-SW(WS-KC-COUNT).
002470     MOVE IQOH  TO WS-KC-QOH(WS-KC-COUNT).
002480     MOVE ICOST TO WS-KC-COST(WS-KC-COUNT).
002490     COMPUTE WS-KC-EXT-COST(WS-KC-COUNT) = KT-QTY * ICOST.
002500     IF KT-QTY > ZERO
002510         DIVIDE IQOH BY KT-QTY
002520             GIVING WS-KC-BUILD(WS-KC-COUNT)
002530     END-IF.
002540 2200-EXIT.
002550     EXIT.
002560*----------------------------------------------------------------
002570*    2500-PRINT-KIT - COMPONENT LINES AND THE KIT TOTAL LINE
002580*----------------------------------------------------------------
002590 2500-PRINT-KIT.
002600     MOVE 9999999 TO WS-KIT-BUILD.
002610     MOVE ZERO TO WS-KIT-COST.
002620     MOVE ZERO TO WS-KC-SUB.
002630     PERFORM 2550-ROLL-ONE-COMPONENT THRU 2550-EXIT
002640         UNTIL WS-KC-SUB NOT < WS-KC-COUNT.
002650     IF WS-KC-COUNT = ZERO
002660         MOVE ZERO TO WS-KIT-BUILD
002670     END-IF.
002680     MOVE 'Y' TO WS-KIT-ON-FILE-SW.
002690     MOVE ZERO TO WS-KIT-SELL.
002700     MOVE WS-CUR-KIT TO IDESC.
002710     READ COGS-MASTER-FILE
002720         INVALID KEY
002730             MOVE 'N' TO WS-KIT-ON-FILE-SW
002740     END-READ.
002750     IF WS-KIT-ON-FILE
002760         MOVE ISELL TO WS-KIT-SELL
002770     END-IF.
002780     MOVE ZERO TO WS-KC-SUB.
002790     PERFORM 2600-PRINT-ONE-COMPONENT THRU 2600-EXIT
002800         UNTIL WS-KC-SUB NOT < WS-KC-COUNT.
002810     COMPUTE WS-KIT-MARGIN = WS-KIT-SELL - WS-KIT-COST.
002820     MOVE ZERO TO WS-KIT-MARGIN-PCT.
002830     IF WS-KIT-SELL > ZERO
002840         COMPUTE WS-KIT-MARGIN-PCT ROUNDED =
002850             (WS-KIT-MARGIN * 100) / WS-KIT-SELL
002860     END-IF.
002870     MOVE WS-KIT-BUILD      TO KL-BUILD.
002880     MOVE WS-KIT-COST       TO KL-COST.
002890     MOVE WS-KIT-SELL       TO KL-SELL.
002900     MOVE WS-KIT-MARGIN     TO KL-MARGIN.
002910     MOVE WS-KIT-MARGIN-PCT TO KL-MARGIN-PCT.
002920     MOVE SPACES            TO KL-NOTE.
002930     IF WS-KIT-MARGIN < ZERO
002940         MOVE "SELLS BELOW COST" TO KL-NOTE
002950         ADD 1 TO WS-KITS-BELOW-COST
002960     END-IF.
002970     IF NOT WS-KIT-ON-FILE
002980         MOVE "KIT NOT ON MASTER" TO KL-NOTE
002990     END-IF.
003000     IF WS-KC-DROPPED > ZERO
003010         MOVE "OVER 20 COMPONENTS" TO KL-NOTE
003020     END-IF.
003030     WRITE PRINT-RECORD FROM WS-KIT-LINE.
003040     MOVE SPACES TO PRINT-RECORD.
003050     WRITE PRINT-RECORD.
003060     ADD 1 TO WS-KITS-LISTED.
003070     IF WS-KIT-BUILD = ZERO
003080         ADD 1 TO WS-KITS-NONE
003090     END-IF.
003100 2500-EXIT.
003110     EXIT.
003120 2550-ROLL-ONE-COMPONENT.
003130     ADD 1 TO WS-KC-SUB.
003140     ADD WS-KC-EXT-COST(WS-KC-SUB) TO WS-KIT-COST.
003150     IF WS-KC-BUILD(WS-KC-SUB) < WS-KIT-BUILD
003160         MOVE WS-KC-BUILD(WS-KC-SUB) TO WS-KIT-BUILD
003170     END-IF.
003180 2550-EXIT.
003190     EXIT.
003200 2600-PRINT-ONE-COMPONENT.
003210     ADD 1 TO WS-KC-SUB.
003220     MOVE SPACES TO DL-KIT.
003230     IF WS-KC-SUB = 1
003240         MOVE WS-CUR-KIT TO DL-KIT
003250     END-IF.
003260     MOVE WS-KC-DESC(WS-KC-SUB)     TO DL-COMP.
003270     MOVE WS-KC-QTY(WS-KC-SUB)      TO DL-QTY.
003280     MOVE WS-KC-QOH(WS-KC-SUB)      TO DL-QOH.
003290     MOVE WS-KC-BUILD(WS-KC-SUB)    TO DL-BUILD.
003300     MOVE WS-KC-COST(WS-KC-SUB)     TO DL-COST.
003310     MOVE WS-KC-EXT-COST(WS-KC-SUB) TO DL-EXT-COST.
003320     MOVE SPACES TO DL-NOTE.
003330     IF WS-KC-BUILD(WS-KC-SUB) = WS-KIT-BUILD
003340         MOVE "LIMITING" TO DL-NOTE
003350     END-IF.
003360     IF NOT WS-KC-ON-FILE(WS-KC-SUB)
003370         MOVE "NOT ON MASTER" TO DL-NOTE
003380     END-IF.
003390     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
003400 2600-EXIT.
003410     EXIT.
003420*----------------------------------------------------------------
003430*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
003440*----------------------------------------------------------------
003450 3000-TERMINATE.
003460     IF WS-KIT-STATUS NOT = "35"
003470         CLOSE KIT-FILE
003480         CLOSE COGS-MASTER-FILE
003490     END-IF.
003500     MOVE WS-KITS-LISTED     TO SL-KITS.
003510     MOVE WS-KITS-NONE       TO SL-NONE.
003520     MOVE WS-KITS-BELOW-COST TO SL-BELOW.
003530     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
003540     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE2.
003550     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE3.
003560     CLOSE PRINT-FILE.
003570     DISPLAY "COGSKBLD - COMPONENT LINES READ = " WS-RECS-READ.
003580     DISPLAY "COGSKBLD - KITS LISTED          = " WS-KITS-LISTED.
003590 3000-EXIT.
003600     EXIT.
