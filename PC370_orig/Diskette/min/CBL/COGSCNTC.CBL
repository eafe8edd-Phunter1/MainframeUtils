000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSCNTC.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSCNTC PRINTS THE CYCLE-COUNT COMPLIANCE REPORT FOR THE  *
000090*   AUDITORS.  EVERY PRODUCT ON THE MASTER IS MEASURED         *
000100*   AGAINST THE COUNT CYCLE OF ITS ABC CLASS (COGSCNFQ, THE    *
000110*   SAME COGSCNFR.CPY PARM COGSCNTW SCHEDULES FROM): THE       *
000120*   BUSINESS DAYS SINCE I10LAST-COUNT-DATE - OR SINCE IT WAS   *
000130*   CLASSED, WHEN IT HAS NEVER BEEN COUNTED - ARE COUNTED ON   *
000140*   THE COGSDATE TRADING CALENDAR, AND ANY PRODUCT PAST ITS    *
000150*   CYCLE IS LISTED AS OVERDUE.  A PRODUCT NEITHER COUNTED     *
000160*   NOR CLASSED IS LISTED AS NEVER COUNTED.  THE SUMMARY       *
000170*   GIVES PRODUCTS, OVERDUE AND PERCENT ON SCHEDULE BY CLASS,  *
000180*   SO THE AUDITORS SEE EVERY SKU COUNTED ON SCHEDULE OR       *
000190*   NAMED.                                                     *
000200*                                                              *
000210*   MODIFICATION HISTORY                                      *
000220*   2026-10-05  DHH  INITIAL VERSION                           *
000230****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.  IBM-370.
000270 OBJECT-COMPUTER.  IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS IDESC
000340         FILE STATUS IS WS-MST-STATUS.
000350     SELECT COUNT-FREQ-PARM-FILE ASSIGN TO COGSCNFQ
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-PRM-STATUS.
000380     SELECT PRINT-FILE ASSIGN TO COGSCNC1
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-PRT-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  COGS-MASTER-FILE
000440     LABEL RECORDS ARE STANDARD.
000450 COPY COGSMSTR.
000460 FD  COUNT-FREQ-PARM-FILE
000470     RECORDING MODE IS F
000480     RECORD CONTAINS 80 CHARACTERS
000490     LABEL RECORDS ARE STANDARD.
000500 COPY COGSCNFR.
000510 FD  PRINT-FILE
000520     RECORDING MODE IS F
000530     RECORD CONTAINS 132 CHARACTERS
000540     LABEL RECORDS ARE STANDARD.
000550 01  PRINT-RECORD                PIC X(132).
000560 WORKING-STORAGE SECTION.
000570 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
000580 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
000590 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000600 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000610 77  WS-DAYS-A                   PIC 9(03) VALUE 21.
000620 77  WS-DAYS-B                   PIC 9(03) VALUE 63.
000630 77  WS-DAYS-C                   PIC 9(03) VALUE 250.
000640 77  WS-CYCLE-DAYS               PIC 9(03) VALUE ZERO.
000650 77  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
000660 77  WS-DAYS-SINCE               PIC 9(05) VALUE ZERO.
000670 77  WS-CLASS-SUB                PIC 9(01) COMP VALUE ZERO.
000680 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000690 77  WS-RECS-OVERDUE             PIC 9(07) COMP VALUE ZERO.
000700 77  WS-ON-TIME-PCT              PIC 9(03)V9(01) VALUE ZERO.
000710 01  WS-SWITCHES.
000720     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000730         88  WS-EOF                         VALUE 'Y'.
000740 01  WS-CLASS-TOTALS.
000750     05  WS-CT-ENTRY OCCURS 3 TIMES.
000760         10  WS-CT-PRODUCTS      PIC 9(07) COMP.
000770         10  WS-CT-OVERDUE       PIC 9(07) COMP.
000780 01  WS-CLASS-NAMES.
000790     05  FILLER                  PIC X(03) VALUE "ABC".
000800 01  WS-CLASS-NAMES-R REDEFINES WS-CLASS-NAMES.
000810     05  WS-CLASS-NAME           PIC X(01) OCCURS 3 TIMES.
000820 COPY COGSDATP.
000830 01  WS-HEADING-1.
000840     05  FILLER                  PIC X(40)
000850         VALUE "COGSWORTH CYCLE-COUNT COMPLIANCE REPORT".
000860 01  WS-HEADING-1A.
000870     05  FILLER                  PIC X(16)
000880         VALUE "BUSINESS DATE = ".
000890     05  H1-DATE                 PIC 9(08).
000900     05  FILLER                  PIC X(18)
000910         VALUE "   CYCLE DAYS  A =".
000920     05  H1-DAYS-A               PIC ZZ9.
000930     05  FILLER                  PIC X(05) VALUE "  B =".
000940     05  H1-DAYS-B               PIC ZZ9.
000950     05  FILLER                  PIC X(05) VALUE "  C =".
000960     05  H1-DAYS-C               PIC ZZ9.
000970 01  WS-HEADING-2.
000980     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
000990     05  FILLER                  PIC X(06) VALUE "CLASS ".
001000     05  FILLER                  PIC X(12) VALUE "LAST COUNTED".
001010     05  FILLER                  PIC X(08) VALUE "   CYCLE".
001020     05  FILLER                  PIC X(10) VALUE "  BUS DAYS".
001030     05  FILLER                  PIC X(10) VALUE "   OVERDUE".
001040     05  FILLER                  PIC X(20) VALUE "   NOTE".
001050 01  WS-DETAIL-LINE.
001060     05  DL-DESC                 PIC X(14).
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  DL-CLASS                PIC X(04).
001090     05  DL-LAST-COUNT           PIC X(12).
001100     05  DL-CYCLE                PIC ZZZ,ZZ9.
001110     05  FILLER                  PIC X(03) VALUE SPACES.
001120     05  DL-DAYS-SINCE           PIC ZZ,ZZ9.
001130     05  FILLER                  PIC X(04) VALUE SPACES.
001140     05  DL-OVERDUE              PIC ZZ,ZZ9.
001150     05  FILLER                  PIC X(03) VALUE SPACES.
001160     05  DL-NOTE                 PIC X(20).
001170 01  WS-SUMMARY-LINE.
001180     05  FILLER                  PIC X(08) VALUE "CLASS   ".
001190     05  SL-CLASS                PIC X(04).
001200     05  FILLER                  PIC X(11) VALUE "PRODUCTS = ".
001210     05  SL-PRODUCTS             PIC ZZZ,ZZ9.
001220     05  FILLER                  PIC X(13) VALUE "   OVERDUE = ".
001230     05  SL-OVERDUE              PIC ZZZ,ZZ9.
001240     05  FILLER                  PIC X(16)
001250         VALUE "   ON SCHEDULE =".
001260     05  SL-ON-TIME-PCT          PIC ZZ9.9.
001270     05  FILLER                  PIC X(01) VALUE "%".
001280 PROCEDURE DIVISION.
001290*----------------------------------------------------------------
001300*    0000-MAINLINE - PROGRAM CONTROL
001310*----------------------------------------------------------------
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340     PERFORM 2000-CHECK-ONE-PRODUCT THRU 2000-EXIT
001350         UNTIL WS-EOF.
001360     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001370     STOP RUN.
001380*----------------------------------------------------------------
001390*    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS
001400*----------------------------------------------------------------
001410 1000-INITIALIZE.
001420     DISPLAY "COGSCNTC STARTING - COUNT COMPLIANCE REPORT".
001430     MOVE "BUSD" TO CDP-FUNCTION.
001440     CALL "COGSDATE" USING DATE-CALL-PARMS.
001450     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001460     INITIALIZE WS-CLASS-TOTALS.
001470     PERFORM 1100-READ-PARM THRU 1100-EXIT.
001480     OPEN INPUT COGS-MASTER-FILE.
001490     IF WS-MST-STATUS NOT = "00"
001500         DISPLAY "COGSCNTC - UNABLE TO OPEN COGSMST, STATUS = "
001510                 WS-MST-STATUS
001520         MOVE 16 TO RETURN-CODE
001530         STOP RUN
001540     END-IF.
001550     OPEN OUTPUT PRINT-FILE.
001560     IF WS-PRT-STATUS NOT = "00"
001570         DISPLAY "COGSCNTC - UNABLE TO OPEN COGSCNC1, STATUS = "
001580                 WS-PRT-STATUS
001590         MOVE 16 TO RETURN-CODE
001600         STOP RUN
001610     END-IF.
001620     MOVE WS-BUS-DATE TO H1-DATE.
001630     MOVE WS-DAYS-A   TO H1-DAYS-A.
001640     MOVE WS-DAYS-B   TO H1-DAYS-B.
001650     MOVE WS-DAYS-C   TO H1-DAYS-C.
001660     WRITE PRINT-RECORD FROM WS-HEADING-1.
001670     WRITE PRINT-RECORD FROM WS-HEADING-1A.
001680     WRITE PRINT-RECORD FROM WS-HEADING-2.
001690     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001700 1000-EXIT.
001710     EXIT.
001720*----------------------------------------------------------------
001730*    1100-READ-PARM - CLASS CYCLES, DEFAULTS STAND WHEN
001740*    COGSCNFQ IS MISSING OR BLANK
001750*----------------------------------------------------------------
001760 1100-READ-PARM.
001770     OPEN INPUT COUNT-FREQ-PARM-FILE.
001780     IF WS-PRM-STATUS NOT = "00"
001790         DISPLAY "COGSCNTC - NO COGSCNFQ PARM, DEFAULT CYCLES"
001800         GO TO 1100-EXIT
001810     END-IF.
001820     READ COUNT-FREQ-PARM-FILE
001830         AT END
001840             CLOSE COUNT-FREQ-PARM-FILE
001850             GO TO 1100-EXIT
001860     END-READ.
001870     IF CF-DAYS-A-X NUMERIC AND CF-DAYS-A > ZERO
001880         MOVE CF-DAYS-A TO WS-DAYS-A
001890     END-IF.
001900     IF CF-DAYS-B-X NUMERIC AND CF-DAYS-B > ZERO
001910         MOVE CF-DAYS-B TO WS-DAYS-B
001920     END-IF.
001930     IF CF-DAYS-C-X NUMERIC AND CF-DAYS-C > ZERO
001940         MOVE CF-DAYS-C TO WS-DAYS-C
001950     END-IF.
001960     CLOSE COUNT-FREQ-PARM-FILE.
001970 1100-EXIT.
001980     EXIT.
001990*----------------------------------------------------------------
002000*    2000-CHECK-ONE-PRODUCT - BUSINESS DAYS SINCE THE LAST
002010*    COUNT AGAINST THE CLASS CYCLE
002020*----------------------------------------------------------------
002030 2000-CHECK-ONE-PRODUCT.
002040     EVALUATE TRUE
002050         WHEN I10-CLASS-A
002060             MOVE WS-DAYS-A TO WS-CYCLE-DAYS
002070             MOVE 1 TO WS-CLASS-SUB
002080         WHEN I10-CLASS-B
002090             MOVE WS-DAYS-B TO WS-CYCLE-DAYS
002100             MOVE 2 TO WS-CLASS-SUB
002110         WHEN OTHER
002120             MOVE WS-DAYS-C TO WS-CYCLE-DAYS
002130             MOVE 3 TO WS-CLASS-SUB
002140     END-EVALUATE.
002150     ADD 1 TO WS-CT-PRODUCTS(WS-CLASS-SUB).
002160     MOVE IDESC        TO DL-DESC.
002170     MOVE I10ABC-CLASS TO DL-CLASS.
002180     IF I10ABC-CLASS = SPACE
002190         MOVE "-" TO DL-CLASS
002200     END-IF.
002210     MOVE WS-CYCLE-DAYS TO DL-CYCLE.
002220     MOVE SPACES TO DL-NOTE.
002230     IF I10LAST-COUNT-DATE NOT = ZERO
002240         MOVE I10LAST-COUNT-DATE TO WS-FROM-DATE
002250         MOVE I10LAST-COUNT-DATE TO DL-LAST-COUNT
002260     ELSE
002270         MOVE I10CLASS-DATE TO WS-FROM-DATE
002280         MOVE "NEVER" TO DL-LAST-COUNT
002290         MOVE "SINCE CLASSED" TO DL-NOTE
002300     END-IF.
002310     IF WS-FROM-DATE = ZERO
002320         MOVE ZERO TO DL-DAYS-SINCE
002330         MOVE ZERO TO DL-OVERDUE
002340         MOVE "NEVER COUNTED" TO DL-NOTE
002350         PERFORM 2300-LIST-OVERDUE THRU 2300-EXIT
002360         GO TO 2000-NEXT
002370     END-IF.
002380     PERFORM 2200-DAYS-SINCE THRU 2200-EXIT.
002390     IF WS-DAYS-SINCE NOT > WS-CYCLE-DAYS
002400         GO TO 2000-NEXT
002410     END-IF.
002420     MOVE WS-DAYS-SINCE TO DL-DAYS-SINCE.
002430     COMPUTE DL-OVERDUE = WS-DAYS-SINCE - WS-CYCLE-DAYS.
002440     PERFORM 2300-LIST-OVERDUE THRU 2300-EXIT.
002450 2000-NEXT.
002460     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002470 2000-EXIT.
002480     EXIT.
002490*----------------------------------------------------------------
002500*    2100-READ-MASTER - READ NEXT MASTER RECORD
002510*----------------------------------------------------------------
002520 2100-READ-MASTER.
002530     READ COGS-MASTER-FILE NEXT RECORD
002540         AT END
002550             MOVE 'Y' TO WS-EOF-SW
002560             GO TO 2100-EXIT
002570     END-READ.
002580     ADD 1 TO WS-RECS-READ.
002590 2100-EXIT.
002600     EXIT.
002610*----------------------------------------------------------------
002620*    2200-DAYS-SINCE - TRADING DAYS ELAPSED AFTER THE FROM DATE
002630*----------------------------------------------------------------
002640 2200-DAYS-SINCE.
002650     MOVE ZERO TO WS-DAYS-SINCE.
002660     IF WS-FROM-DATE NOT < WS-BUS-DATE
002670         GO TO 2200-EXIT
002680     END-IF.
002690     MOVE "BDIF"       TO CDP-FUNCTION.
002700     MOVE WS-FROM-DATE TO CDP-DATE-IN.
002710     MOVE WS-BUS-DATE  TO CDP-DATE-IN2.
002720     CALL "COGSDATE" USING DATE-CALL-PARMS.
002730     IF CDP-RETURN-STATUS = "00" AND CDP-DAYS-OUT > ZERO
002740         COMPUTE WS-DAYS-SINCE = CDP-DAYS-OUT - 1
002750     END-IF.
002760 2200-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790*    2300-LIST-OVERDUE - ONE LINE PER PRODUCT OFF SCHEDULE
002800*----------------------------------------------------------------
002810 2300-LIST-OVERDUE.
002820     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
002830     ADD 1 TO WS-CT-OVERDUE(WS-CLASS-SUB).
002840     ADD 1 TO WS-RECS-OVERDUE.
002850 2300-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880*    3000-TERMINATE - CLASS SUMMARY AND CLOSE FILES
002890*----------------------------------------------------------------
002900 3000-TERMINATE.
002910     MOVE SPACES TO PRINT-RECORD.
002920     WRITE PRINT-RECORD.
002930     MOVE ZERO TO WS-CLASS-SUB.
002940     PERFORM 3100-PRINT-CLASS-LINE THRU 3100-EXIT
002950         UNTIL WS-CLASS-SUB NOT < 3.
002960     CLOSE COGS-MASTER-FILE.
002970     CLOSE PRINT-FILE.
002980     DISPLAY "COGSCNTC - PRODUCTS READ    = " WS-RECS-READ.
002990     DISPLAY "COGSCNTC - PRODUCTS OVERDUE = " WS-RECS-OVERDUE.
003000 3000-EXIT.
003010     EXIT.
003020 3100-PRINT-CLASS-LINE.
003030     ADD 1 TO WS-CLASS-SUB.
003040     MOVE WS-CLASS-NAME(WS-CLASS-SUB)  TO SL-CLASS.
003050     MOVE WS-CT-PRODUCTS(WS-CLASS-SUB) TO SL-PRODUCTS.
003060     MOVE WS-CT-OVERDUE(WS-CLASS-SUB)  TO SL-OVERDUE.
003070     MOVE 100 TO WS-ON-TIME-PCT.
003080     IF WS-CT-PRODUCTS(WS-CLASS-SUB) > ZERO
003090         COMPUTE WS-ON-TIME-PCT ROUNDED =
003100             ((WS-CT-PRODUCTS(WS-CLASS-SUB)
003110               - WS-CT-OVERDUE(WS-CLASS-SUB)) * 100)
003120             / WS-CT-PRODUCTS(WS-CLASS-SUB)
003130     END-IF.
003140     MOVE WS-ON-TIME-PCT TO SL-ON-TIME-PCT.
003150     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
003160 3100-EXIT.
003170     EXIT.
