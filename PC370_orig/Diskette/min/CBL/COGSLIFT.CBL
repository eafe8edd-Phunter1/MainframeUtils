000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSLIFT.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSLIFT PRINTS THE POST-PROMOTION LIFT REPORT.  EVERY     *
000090*   PROMO COGSPMAP HAS LAPSED SINCE THE LAST RUN IS ON THE     *
000100*   COGSPRLH FILE WITH A ZERO REPORTED DATE; FOR EACH ONE THE  *
000110*   COGSSLH1 SALES HISTORY IS TOTALED BY STORE FOR THE PROMO   *
000120*   WINDOW AND FOR A BASELINE OF THE SAME NUMBER OF CALENDAR   *
000130*   DAYS IMMEDIATELY BEFORE IT (LAID BACK A DAY AT A TIME      *
000140*   THROUGH THE COGSDATE PDAY FUNCTION).  THE REPORT SHOWS     *
000150*   UNITS AND DOLLARS IN EACH PERIOD WITH THE LIFT PERCENT,    *
000160*   THE MARGIN GIVEN UP BY SELLING BELOW ISELL, THE MARGIN AT  *
000170*   ICOST IN EACH PERIOD AND THE NET MARGIN GAINED OR LOST,    *
000180*   BY STORE AND IN TOTAL, WITH THE DAILY AVERAGES.  THE       *
000190*   PROMO IS THEN STAMPED REPORTED SO IT PRINTS ONCE.          *
000200*   MERCHANDISING PLANS THE NEXT QUARTER'S PROMOTIONS FROM     *
000210*   THIS REPORT.                                               *
000220*                                                              *
000230*   MODIFICATION HISTORY                                      *
000240*   2026-10-05  DHH  INITIAL VERSION                           *
000250****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.  IBM-370.
000290 OBJECT-COMPUTER.  IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PROMO-LAPSE-FILE ASSIGN TO COGSPRLH
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-PLH-STATUS.
000350     SELECT SALES-HISTORY-FILE ASSIGN TO COGSSLH1
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-SLH-STATUS.
000380     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS IDESC OF COGS-MASTER-RECORD
000420         FILE STATUS IS WS-MST-STATUS.
000430     SELECT PRINT-FILE ASSIGN TO COGSLFT1
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-PRT-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PROMO-LAPSE-FILE
000490     RECORDING MODE IS F
000500     RECORD CONTAINS 60 CHARACTERS
000510     LABEL RECORDS ARE STANDARD.
000520 COPY COGSPLHR.
000530 FD  SALES-HISTORY-FILE
000540     RECORDING MODE IS F
000550     RECORD CONTAINS 44 CHARACTERS
000560     BLOCK CONTAINS 0 RECORDS
000570     LABEL RECORDS ARE STANDARD.
000580 COPY COGSSLHR.
000590 FD  COGS-MASTER-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY COGSMSTR.
000620 FD  PRINT-FILE
000630     RECORDING MODE IS F
000640     RECORD CONTAINS 132 CHARACTERS
000650     LABEL RECORDS ARE STANDARD.
000660 01  PRINT-RECORD                PIC X(132).
000670 WORKING-STORAGE SECTION.
000680 77  WS-PLH-STATUS               PIC X(02) VALUE SPACES.
000690 77  WS-SLH-STATUS               PIC X(02) VALUE SPACES.
000700 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
000710 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000720 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000730 77  WS-PROMOS-READ              PIC 9(07) COMP VALUE ZERO.
000740 77  WS-PROMOS-MEASURED          PIC 9(07) COMP VALUE ZERO.
000750 77  WS-PROMOS-PRIOR             PIC 9(07) COMP VALUE ZERO.
000760 77  WS-PROMOS-BAD-WINDOW        PIC 9(07) COMP VALUE ZERO.
000770 77  WS-SALES-READ               PIC 9(09) COMP VALUE ZERO.
000780 77  WS-WIN-DAYS                 PIC 9(03) COMP VALUE ZERO.
000790 77  WS-MAX-DAYS                 PIC 9(03) COMP VALUE 366.
000800 77  WS-CUR-DATE                 PIC 9(08) VALUE ZERO.
000810 77  WS-BASE-START               PIC 9(08) VALUE ZERO.
000820 77  WS-BASE-END                 PIC 9(08) VALUE ZERO.
000830 77  WS-COST                     PIC 9(05)V9(02) VALUE ZERO.
000840 77  WS-SELL                     PIC 9(05)V9(02) VALUE ZERO.
000850 77  WS-ST-SUB                   PIC 9(04) COMP VALUE ZERO.
000860 77  WS-ST-MAX                   PIC 9(04) COMP VALUE 1000.
000870 77  WS-STORE-NO                 PIC 9(03) VALUE ZERO.
000880 77  WS-EXT-DOLLARS              PIC 9(09)V9(02) VALUE ZERO.
000890 77  WS-EXT-MARGIN               PIC S9(09)V9(02) VALUE ZERO.
000900 77  WS-EXT-GIVEUP               PIC S9(09)V9(02) VALUE ZERO.
000910 77  WS-NET-MARGIN               PIC S9(11)V9(02) VALUE ZERO.
000920 77  WS-GRAND-NET                PIC S9(11)V9(02) VALUE ZERO.
000930 77  WS-LIFT-PRO                 PIC 9(11)V9(02) VALUE ZERO.
000940 77  WS-LIFT-BAS                 PIC 9(11)V9(02) VALUE ZERO.
000950 77  WS-LIFT-PCT                 PIC S9(09)V9(01) VALUE ZERO.
000960 77  WS-AVG-UNITS                PIC 9(07)V9(01) VALUE ZERO.
000970 77  WS-AVG-DOLLARS              PIC 9(09)V9(02) VALUE ZERO.
000980 01  WS-SWITCHES.
000990     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001000         88  WS-EOF                         VALUE 'Y'.
001010     05  WS-SLH-EOF-SW           PIC X(01) VALUE 'N'.
001020         88  WS-SLH-EOF                     VALUE 'Y'.
001030     05  WS-WINDOW-OK-SW         PIC X(01) VALUE 'Y'.
001040         88  WS-WINDOW-OK                   VALUE 'Y'.
001050     05  WS-MST-FOUND-SW         PIC X(01) VALUE 'N'.
001060         88  WS-MST-FOUND                   VALUE 'Y'.
001070     05  WS-PLH-OPEN-SW          PIC X(01) VALUE 'N'.
001080         88  WS-PLH-OPEN                    VALUE 'Y'.
001090*    ONE SLOT PER STORE NUMBER, SUBSCRIPTED BY SH-STORE PLUS 1
001100*    SO STORE 000 (COMPANY-LEVEL SALES) HAS A SLOT OF ITS OWN
001110 01  WS-STORE-TABLE.
001120     05  WS-ST-ENTRY OCCURS 1000 TIMES.
001130         10  WS-ST-PRO-UNITS     PIC 9(07).
001140         10  WS-ST-PRO-DOLLARS   PIC 9(09)V9(02).
001150         10  WS-ST-PRO-MARGIN    PIC S9(09)V9(02).
001160         10  WS-ST-GIVEUP        PIC S9(09)V9(02).
001170         10  WS-ST-BAS-UNITS     PIC 9(07).
001180         10  WS-ST-BAS-DOLLARS   PIC 9(09)V9(02).
001190         10  WS-ST-BAS-MARGIN    PIC S9(09)V9(02).
001200 01  WS-PROMO-TOTALS.
001210     05  WS-TOT-PRO-UNITS        PIC 9(09).
001220     05  WS-TOT-PRO-DOLLARS      PIC 9(11)V9(02).
001230     05  WS-TOT-PRO-MARGIN       PIC S9(11)V9(02).
001240     05  WS-TOT-GIVEUP           PIC S9(11)V9(02).
001250     05  WS-TOT-BAS-UNITS        PIC 9(09).
001260     05  WS-TOT-BAS-DOLLARS      PIC 9(11)V9(02).
001270     05  WS-TOT-BAS-MARGIN       PIC S9(11)V9(02).
001280 01  WS-LIFT-EDIT.
001290     05  WS-LIFT-ED              PIC -ZZZ9.9.
001300 01  WS-LIFT-X REDEFINES WS-LIFT-EDIT
001310                                 PIC X(07).
001320 COPY COGSDATP.
001330 01  WS-HEADING-1.
001340     05  FILLER                  PIC X(40)
001350         VALUE "COGSWORTH POST-PROMOTION LIFT ANALYSIS".
001360 01  WS-HEADING-1A.
001370     05  FILLER                  PIC X(16)
001380         VALUE "BUSINESS DATE = ".
001390     05  H1-DATE                 PIC 9(08).
001400 01  WS-PROMO-LINE.
001410     05  FILLER                  PIC X(07) VALUE "PROMO  ".
001420     05  PR-DESC                 PIC X(10).
001430     05  FILLER                  PIC X(15)
001440         VALUE "   PROMO PRICE ".
001450     05  PR-PRICE                PIC ZZ,ZZ9.99.
001460     05  FILLER                  PIC X(09) VALUE "   ISELL ".
001470     05  PR-SELL                 PIC ZZ,ZZ9.99.
001480     05  FILLER                  PIC X(09) VALUE "   ICOST ".
001490     05  PR-COST                 PIC ZZ,ZZ9.99.
001500     05  FILLER                  PIC X(03) VALUE SPACES.
001510     05  PR-COST-NOTE            PIC X(40).
001520 01  WS-WINDOW-LINE.
001530     05  FILLER                  PIC X(14)
001540         VALUE "PROMO WINDOW  ".
001550     05  WL-START                PIC 9(08).
001560     05  FILLER                  PIC X(01) VALUE "-".
001570     05  WL-END                  PIC 9(08).
001580     05  FILLER                  PIC X(14)
001590         VALUE "    BASELINE  ".
001600     05  WL-BASE-START           PIC 9(08).
001610     05  FILLER                  PIC X(01) VALUE "-".
001620     05  WL-BASE-END             PIC 9(08).
001630     05  FILLER                  PIC X(08) VALUE "    DAYS".
001640     05  WL-DAYS                 PIC ZZZ9.
001650 01  WS-BAD-WINDOW-LINE.
001660     05  FILLER                  PIC X(07) VALUE "PROMO  ".
001670     05  BW-DESC                 PIC X(10).
001680     05  FILLER                  PIC X(03) VALUE SPACES.
001690     05  BW-START                PIC 9(08).
001700     05  FILLER                  PIC X(01) VALUE "-".
001710     05  BW-END                  PIC 9(08).
001720     05  FILLER                  PIC X(41)
001730         VALUE "   WINDOW DATES NOT USABLE - NOT MEASURED".
001740 01  WS-HEADING-2.
001750     05  FILLER                  PIC X(06) VALUE "STORE ".
001760     05  FILLER                  PIC X(09) VALUE "  PROMO  ".
001770     05  FILLER                  PIC X(09) VALUE "   BASE  ".
001780     05  FILLER                  PIC X(09) VALUE "   UNIT  ".
001790     05  FILLER                  PIC X(14)
001800         VALUE "       PROMO  ".
001810     05  FILLER                  PIC X(14)
001820         VALUE "        BASE  ".
001830     05  FILLER                  PIC X(09) VALUE " DOLLAR  ".
001840     05  FILLER                  PIC X(15)
001850         VALUE " MARGIN GIVEN  ".
001860     05  FILLER                  PIC X(15)
001870         VALUE "        PROMO  ".
001880     05  FILLER                  PIC X(15)
001890         VALUE "         BASE  ".
001900     05  FILLER                  PIC X(13)
001910         VALUE "          NET".
001920 01  WS-HEADING-3.
001930     05  FILLER                  PIC X(06) VALUE SPACES.
001940     05  FILLER                  PIC X(09) VALUE "  UNITS  ".
001950     05  FILLER                  PIC X(09) VALUE "  UNITS  ".
001960     05  FILLER                  PIC X(09) VALUE "  LIFT%  ".
001970     05  FILLER                  PIC X(14)
001980         VALUE "     DOLLARS  ".
001990     05  FILLER                  PIC X(14)
002000         VALUE "     DOLLARS  ".
002010     05  FILLER                  PIC X(09) VALUE "  LIFT%  ".
002020     05  FILLER                  PIC X(15)
002030         VALUE "  UP VS ISELL  ".
002040     05  FILLER                  PIC X(15)
002050         VALUE "       MARGIN  ".
002060     05  FILLER                  PIC X(15)
002070         VALUE "       MARGIN  ".
002080     05  FILLER                  PIC X(13)
002090         VALUE "   MARGIN +/-".
002100 01  WS-DETAIL-LINE.
002110     05  DL-STORE                PIC X(06).
002120     05  DL-PRO-UNITS            PIC ZZZ,ZZ9.
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  DL-BAS-UNITS            PIC ZZZ,ZZ9.
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  DL-UNIT-LIFT            PIC X(07).
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  DL-PRO-DOLLARS          PIC Z,ZZZ,ZZ9.99.
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  DL-BAS-DOLLARS          PIC Z,ZZZ,ZZ9.99.
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  DL-DOLLAR-LIFT          PIC X(07).
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240     05  DL-GIVEUP               PIC -Z,ZZZ,ZZ9.99.
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  DL-PRO-MARGIN           PIC -Z,ZZZ,ZZ9.99.
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  DL-BAS-MARGIN           PIC -Z,ZZZ,ZZ9.99.
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  DL-NET-MARGIN           PIC -Z,ZZZ,ZZ9.99.
002310 01  WS-STORE-EDIT.
002320     05  WS-STORE-ED             PIC ZZ9.
002330     05  FILLER                  PIC X(03) VALUE SPACES.
002340 01  WS-AVERAGE-LINE.
002350     05  FILLER                  PIC X(28)
002360         VALUE "DAILY AVERAGE - UNITS PROMO ".
002370     05  AL-PRO-UNITS            PIC ZZZ,ZZ9.9.
002380     05  FILLER                  PIC X(07) VALUE "  BASE ".
002390     05  AL-BAS-UNITS            PIC ZZZ,ZZ9.9.
002400     05  FILLER                  PIC X(18)
002410         VALUE "   DOLLARS PROMO  ".
002420     05  AL-PRO-DOLLARS          PIC ZZZ,ZZZ,ZZ9.99.
002430     05  FILLER                  PIC X(07) VALUE "  BASE ".
002440     05  AL-BAS-DOLLARS          PIC ZZZ,ZZZ,ZZ9.99.
002450 01  WS-NONE-LINE.
002460     05  FILLER                  PIC X(40)
002470         VALUE "NO NEWLY LAPSED PROMOTIONS TO MEASURE".
002480 01  WS-SUMMARY-LINE.
002490     05  SL-LABEL                PIC X(30).
002500     05  SL-COUNT                PIC ZZZ,ZZ9.
002510 01  WS-SUMMARY-LINE2.
002520     05  SL-LABEL2               PIC X(30).
002530     05  SL-AMOUNT               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002540 PROCEDURE DIVISION.
002550*----------------------------------------------------------------
002560*    0000-MAINLINE - PROGRAM CONTROL
002570*----------------------------------------------------------------
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002600     PERFORM 2000-WORK-ONE-PROMO THRU 2000-EXIT
002610         UNTIL WS-EOF.
002620     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002630     STOP RUN.
002640*----------------------------------------------------------------
002650*    1000-INITIALIZE - OPEN FILES, PICK UP THE BUSINESS DATE
002660*----------------------------------------------------------------
002670 1000-INITIALIZE.
002680     DISPLAY "COGSLIFT STARTING - PROMOTION LIFT ANALYSIS".
002690     MOVE "BUSD" TO CDP-FUNCTION.
002700     CALL "COGSDATE" USING DATE-CALL-PARMS.
002710     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
002720     OPEN INPUT COGS-MASTER-FILE.
002730     IF WS-MST-STATUS NOT = "00"
002740         DISPLAY "COGSLIFT - UNABLE TO OPEN COGSMST, STATUS = "
002750                 WS-MST-STATUS
002760         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790     OPEN OUTPUT PRINT-FILE.
002800     IF WS-PRT-STATUS NOT = "00"
002810         DISPLAY "COGSLIFT - UNABLE TO OPEN COGSLFT1, STATUS = "
002820                 WS-PRT-STATUS
002830         MOVE 16 TO RETURN-CODE
002840         STOP RUN
002850     END-IF.
002860     MOVE WS-BUS-DATE TO H1-DATE.
002870     WRITE PRINT-RECORD FROM WS-HEADING-1.
002880     WRITE PRINT-RECORD FROM WS-HEADING-1A.
002890     OPEN I-O PROMO-LAPSE-FILE.
002900     IF WS-PLH-STATUS = "35"
002910         DISPLAY "COGSLIFT - NO COGSPRLH YET, NOTHING TO MEASURE"
002920         MOVE 'Y' TO WS-EOF-SW
002930         GO TO 1000-EXIT
002940     END-IF.
002950     IF WS-PLH-STATUS NOT = "00"
002960         DISPLAY "COGSLIFT - UNABLE TO OPEN COGSPRLH, STATUS = "
002970                 WS-PLH-STATUS
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF.
003010     MOVE 'Y' TO WS-PLH-OPEN-SW.
003020     PERFORM 2100-READ-LAPSED THRU 2100-EXIT.
003030 1000-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------
003060*    2000-WORK-ONE-PROMO - MEASURE A PROMO NOT YET REPORTED
003070*----------------------------------------------------------------
003080 2000-WORK-ONE-PROMO.
003090     IF PL-DATE-REPORTED NOT = ZERO
003100         ADD 1 TO WS-PROMOS-PRIOR
003110         GO TO 2000-NEXT
003120     END-IF.
003130     PERFORM 2200-SET-WINDOWS THRU 2200-EXIT.
003140     IF NOT WS-WINDOW-OK
003150         PERFORM 2290-BAD-WINDOW THRU 2290-EXIT
003160         GO TO 2000-STAMP
003170     END-IF.
003180     PERFORM 2300-GET-COST THRU 2300-EXIT.
003190     INITIALIZE WS-STORE-TABLE.
003200     INITIALIZE WS-PROMO-TOTALS.
003210     PERFORM 2400-SCAN-HISTORY THRU 2400-EXIT.
003220     PERFORM 2600-PRINT-PROMO THRU 2600-EXIT.
003230     ADD 1 TO WS-PROMOS-MEASURED.
003240 2000-STAMP.
003250     MOVE WS-BUS-DATE TO PL-DATE-REPORTED.
003260     REWRITE PROMO-LAPSE-RECORD.
003270     IF WS-PLH-STATUS NOT = "00"
003280         DISPLAY "COGSLIFT - COGSPRLH REWRITE FAILED, STATUS = "
003290                 WS-PLH-STATUS " PROMO " PL-DESC
003300         MOVE 16 TO RETURN-CODE
003310         STOP RUN
003320     END-IF.
003330 2000-NEXT.
003340     PERFORM 2100-READ-LAPSED THRU 2100-EXIT.
003350 2000-EXIT.
003360     EXIT.
003370 2100-READ-LAPSED.
003380     READ PROMO-LAPSE-FILE
003390         AT END
003400             MOVE 'Y' TO WS-EOF-SW
003410             GO TO 2100-EXIT
003420     END-READ.
003430     ADD 1 TO WS-PROMOS-READ.
003440 2100-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470*    2200-SET-WINDOWS - COUNT THE PROMO DAYS AND LAY THE SAME
003480*    NUMBER OF DAYS BEHIND PL-START AS THE BASELINE
003490*----------------------------------------------------------------
003500 2200-SET-WINDOWS.
003510     MOVE 'Y' TO WS-WINDOW-OK-SW.
003520     IF PL-END < PL-START
003530         MOVE 'N' TO WS-WINDOW-OK-SW
003540         GO TO 2200-EXIT
003550     END-IF.
003560     MOVE "PDAY"   TO CDP-FUNCTION.
003570     MOVE PL-START TO CDP-DATE-IN.
003580     CALL "COGSDATE" USING DATE-CALL-PARMS.
003590     IF CDP-RETURN-STATUS NOT = "00"
003600         MOVE 'N' TO WS-WINDOW-OK-SW
003610         GO TO 2200-EXIT
003620     END-IF.
003630     MOVE CDP-DATE-OUT TO WS-BASE-END.
003640     MOVE CDP-DATE-OUT TO WS-BASE-START.
003650     MOVE PL-END TO WS-CUR-DATE.
003660     MOVE 1 TO WS-WIN-DAYS.
003670     PERFORM 2250-STEP-BACK-ONE-DAY THRU 2250-EXIT
003680         UNTIL WS-CUR-DATE NOT > PL-START
003690             OR NOT WS-WINDOW-OK
003700             OR WS-WIN-DAYS > WS-MAX-DAYS.
003710     IF WS-WIN-DAYS > WS-MAX-DAYS
003720         MOVE 'N' TO WS-WINDOW-OK-SW
003730     END-IF.
003740 2200-EXIT.
003750     EXIT.
003760 2250-STEP-BACK-ONE-DAY.
003770     MOVE "PDAY"      TO CDP-FUNCTION.
003780     MOVE WS-CUR-DATE TO CDP-DATE-IN.
003790     CALL "COGSDATE" USING DATE-CALL-PARMS.
003800     IF CDP-RETURN-STATUS NOT = "00"
003810         MOVE 'N' TO WS-WINDOW-OK-SW
003820         GO TO 2250-EXIT
003830     END-IF.
003840     MOVE CDP-DATE-OUT TO WS-CUR-DATE.
003850     MOVE "PDAY"        TO CDP-FUNCTION.
003860     MOVE WS-BASE-START TO CDP-DATE-IN.
003870     CALL "COGSDATE" USING DATE-CALL-PARMS.
003880     MOVE CDP-DATE-OUT  TO WS-BASE-START.
003890     ADD 1 TO WS-WIN-DAYS.
003900 2250-EXIT.
003910     EXIT.
003920 2290-BAD-WINDOW.
003930     MOVE SPACES   TO PRINT-RECORD.
003940     WRITE PRINT-RECORD.
003950     MOVE PL-DESC  TO BW-DESC.
003960     MOVE PL-START TO BW-START.
003970     MOVE PL-END   TO BW-END.
003980     WRITE PRINT-RECORD FROM WS-BAD-WINDOW-LINE.
003990     ADD 1 TO WS-PROMOS-BAD-WINDOW.
004000     MOVE 4 TO RETURN-CODE.
004010 2290-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040*    2300-GET-COST - ICOST FOR THE MARGIN COLUMNS
004050*----------------------------------------------------------------
004060 2300-GET-COST.
004070     MOVE 'Y' TO WS-MST-FOUND-SW.
004080     MOVE PL-DESC TO IDESC OF COGS-MASTER-RECORD.
004090     READ COGS-MASTER-FILE
004100         INVALID KEY
004110             MOVE 'N' TO WS-MST-FOUND-SW
004120     END-READ.
004130     IF WS-MST-FOUND
004140         MOVE ICOST OF COGS-MASTER-RECORD TO WS-COST
004150     ELSE
004160         MOVE ZERO TO WS-COST
004170     END-IF.
004180 2300-EXIT.
004190     EXIT.
004200*----------------------------------------------------------------
004210*    2400-SCAN-HISTORY - ONE PASS OF COGSSLH1 FOR THIS PROMO
004220*----------------------------------------------------------------
004230 2400-SCAN-HISTORY.
004240     OPEN INPUT SALES-HISTORY-FILE.
004250     IF WS-SLH-STATUS NOT = "00"
004260         DISPLAY "COGSLIFT - UNABLE TO OPEN COGSSLH1, STATUS = "
004270                 WS-SLH-STATUS
004280         MOVE 16 TO RETURN-CODE
004290         STOP RUN
004300     END-IF.
004310     MOVE 'N' TO WS-SLH-EOF-SW.
004320     PERFORM 2410-READ-HISTORY THRU 2410-EXIT.
004330     PERFORM 2450-TALLY-ONE-SALE THRU 2450-EXIT
004340         UNTIL WS-SLH-EOF.
004350     CLOSE SALES-HISTORY-FILE.
004360 2400-EXIT.
004370     EXIT.
004380 2410-READ-HISTORY.
004390     READ SALES-HISTORY-FILE
004400         AT END
004410             MOVE 'Y' TO WS-SLH-EOF-SW
004420             GO TO 2410-EXIT
004430     END-READ.
004440     ADD 1 TO WS-SALES-READ.
004450 2410-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480*    2450-TALLY-ONE-SALE - PROMO WINDOW OR BASELINE, BY STORE.
004490*    THE MARGIN GIVEN UP IS WHAT THE REGISTER RANG BELOW THE
004500*    ISELL AT POSTING TIME (THE LAPSE-TIME ISELL WHEN THE SALE
004510*    CARRIES NONE)
004520*----------------------------------------------------------------
004530 2450-TALLY-ONE-SALE.
004540     IF SH-DESC NOT = PL-DESC
004550         GO TO 2450-NEXT
004560     END-IF.
004570     COMPUTE WS-ST-SUB = SH-STORE + 1.
004580     COMPUTE WS-EXT-DOLLARS = SH-QTY * SH-UNIT-PRICE.
004590     COMPUTE WS-EXT-MARGIN = SH-QTY * (SH-UNIT-PRICE - WS-COST).
004600     IF SH-DATE NOT < PL-START AND SH-DATE NOT > PL-END
004610         MOVE SH-MAST-SELL TO WS-SELL
004620         IF WS-SELL = ZERO
004630             MOVE PL-MAST-SELL TO WS-SELL
004640         END-IF
004650         COMPUTE WS-EXT-GIVEUP =
004660             SH-QTY * (WS-SELL - SH-UNIT-PRICE)
004670         ADD SH-QTY         TO WS-ST-PRO-UNITS(WS-ST-SUB)
004680         ADD WS-EXT-DOLLARS TO WS-ST-PRO-DOLLARS(WS-ST-SUB)
004690         ADD WS-EXT-MARGIN  TO WS-ST-PRO-MARGIN(WS-ST-SUB)
004700         ADD WS-EXT-GIVEUP  TO WS-ST-GIVEUP(WS-ST-SUB)
004710         GO TO 2450-NEXT
004720     END-IF.
004730     IF SH-DATE NOT < WS-BASE-START AND SH-DATE NOT > WS-BASE-END
004740         ADD SH-QTY         TO WS-ST-BAS-UNITS(WS-ST-SUB)
004750         ADD WS-EXT-DOLLARS TO WS-ST-BAS-DOLLARS(WS-ST-SUB)
004760         ADD WS-EXT-MARGIN  TO WS-ST-BAS-MARGIN(WS-ST-SUB)
004770     END-IF.
004780 2450-NEXT.
004790     PERFORM 2410-READ-HISTORY THRU 2410-EXIT.
004800 2450-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------
004830*    2600-PRINT-PROMO - PROMO HEADING, STORE LINES, TOTALS
004840*----------------------------------------------------------------
004850 2600-PRINT-PROMO.
004860     MOVE SPACES        TO PRINT-RECORD.
004870     WRITE PRINT-RECORD.
004880     MOVE PL-DESC       TO PR-DESC.
004890     MOVE PL-PRICE      TO PR-PRICE.
004900     MOVE PL-MAST-SELL  TO PR-SELL.
004910     MOVE WS-COST       TO PR-COST.
004920     IF WS-MST-FOUND
004930         MOVE SPACES TO PR-COST-NOTE
004940     ELSE
004950         MOVE "NOT ON COGSMST - MARGINS AT ZERO COST"
004960             TO PR-COST-NOTE
004970     END-IF.
004980     WRITE PRINT-RECORD FROM WS-PROMO-LINE.
004990     MOVE PL-START      TO WL-START.
005000     MOVE PL-END        TO WL-END.
005010     MOVE WS-BASE-START TO WL-BASE-START.
005020     MOVE WS-BASE-END   TO WL-BASE-END.
005030     MOVE WS-WIN-DAYS   TO WL-DAYS.
005040     WRITE PRINT-RECORD FROM WS-WINDOW-LINE.
005050     WRITE PRINT-RECORD FROM WS-HEADING-2.
005060     WRITE PRINT-RECORD FROM WS-HEADING-3.
005070     MOVE ZERO TO WS-ST-SUB.
005080     PERFORM 2650-PRINT-ONE-STORE THRU 2650-EXIT
005090         UNTIL WS-ST-SUB NOT < WS-ST-MAX.
005100     MOVE "TOTAL "           TO DL-STORE.
005110     MOVE WS-TOT-PRO-UNITS   TO DL-PRO-UNITS.
005120     MOVE WS-TOT-BAS-UNITS   TO DL-BAS-UNITS.
005130     MOVE WS-TOT-PRO-UNITS   TO WS-LIFT-PRO.
005140     MOVE WS-TOT-BAS-UNITS   TO WS-LIFT-BAS.
005150     PERFORM 2700-COMPUTE-LIFT THRU 2700-EXIT.
005160     MOVE WS-LIFT-X          TO DL-UNIT-LIFT.
005170     MOVE WS-TOT-PRO-DOLLARS TO DL-PRO-DOLLARS.
005180     MOVE WS-TOT-BAS-DOLLARS TO DL-BAS-DOLLARS.
005190     MOVE WS-TOT-PRO-DOLLARS TO WS-LIFT-PRO.
005200     MOVE WS-TOT-BAS-DOLLARS TO WS-LIFT-BAS.
005210     PERFORM 2700-COMPUTE-LIFT THRU 2700-EXIT.
005220     MOVE WS-LIFT-X          TO DL-DOLLAR-LIFT.
005230     MOVE WS-TOT-GIVEUP      TO DL-GIVEUP.
005240     MOVE WS-TOT-PRO-MARGIN  TO DL-PRO-MARGIN.
005250     MOVE WS-TOT-BAS-MARGIN  TO DL-BAS-MARGIN.
005260     COMPUTE WS-NET-MARGIN =
005270         WS-TOT-PRO-MARGIN - WS-TOT-BAS-MARGIN.
005280     MOVE WS-NET-MARGIN      TO DL-NET-MARGIN.
005290     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
005300     ADD WS-NET-MARGIN TO WS-GRAND-NET.
005310     COMPUTE WS-AVG-UNITS ROUNDED =
005320         WS-TOT-PRO-UNITS / WS-WIN-DAYS.
005330     MOVE WS-AVG-UNITS TO AL-PRO-UNITS.
005340     COMPUTE WS-AVG-UNITS ROUNDED =
005350         WS-TOT-BAS-UNITS / WS-WIN-DAYS.
005360     MOVE WS-AVG-UNITS TO AL-BAS-UNITS.
005370     COMPUTE WS-AVG-DOLLARS ROUNDED =
005380         WS-TOT-PRO-DOLLARS / WS-WIN-DAYS.
005390     MOVE WS-AVG-DOLLARS TO AL-PRO-DOLLARS.
005400     COMPUTE WS-AVG-DOLLARS ROUNDED =
005410         WS-TOT-BAS-DOLLARS / WS-WIN-DAYS.
005420     MOVE WS-AVG-DOLLARS TO AL-BAS-DOLLARS.
005430     WRITE PRINT-RECORD FROM WS-AVERAGE-LINE.
005440 2600-EXIT.
005450     EXIT.
005460 2650-PRINT-ONE-STORE.
005470     ADD 1 TO WS-ST-SUB.
005480     IF WS-ST-PRO-UNITS(WS-ST-SUB) = ZERO
005490         AND WS-ST-BAS-UNITS(WS-ST-SUB) = ZERO
005500         GO TO 2650-EXIT
005510     END-IF.
005520     COMPUTE WS-STORE-NO = WS-ST-SUB - 1.
005530     MOVE WS-STORE-NO   TO WS-STORE-ED.
005540     MOVE WS-STORE-EDIT TO DL-STORE.
005550     MOVE WS-ST-PRO-UNITS(WS-ST-SUB)   TO DL-PRO-UNITS.
005560     MOVE WS-ST-BAS-UNITS(WS-ST-SUB)   TO DL-BAS-UNITS.
005570     MOVE WS-ST-PRO-UNITS(WS-ST-SUB)   TO WS-LIFT-PRO.
005580     MOVE WS-ST-BAS-UNITS(WS-ST-SUB)   TO WS-LIFT-BAS.
005590     PERFORM 2700-COMPUTE-LIFT THRU 2700-EXIT.
005600     MOVE WS-LIFT-X                    TO DL-UNIT-LIFT.
005610     MOVE WS-ST-PRO-DOLLARS(WS-ST-SUB) TO DL-PRO-DOLLARS.
005620     MOVE WS-ST-BAS-DOLLARS(WS-ST-SUB) TO DL-BAS-DOLLARS.
005630     MOVE WS-ST-PRO-DOLLARS(WS-ST-SUB) TO WS-LIFT-PRO.
005640     MOVE WS-ST-BAS-DOLLARS(WS-ST-SUB) TO WS-LIFT-BAS.
005650     PERFORM 2700-COMPUTE-LIFT THRU 2700-EXIT.
005660     MOVE WS-LIFT-X                    TO DL-DOLLAR-LIFT.
005670     MOVE WS-ST-GIVEUP(WS-ST-SUB)      TO DL-GIVEUP.
005680     MOVE WS-ST-PRO-MARGIN(WS-ST-SUB)  TO DL-PRO-MARGIN.
005690     MOVE WS-ST-BAS-MARGIN(WS-ST-SUB)  TO DL-BAS-MARGIN.
005700     COMPUTE WS-NET-MARGIN = WS-ST-PRO-MARGIN(WS-ST-SUB)
005710                           - WS-ST-BAS-MARGIN(WS-ST-SUB).
005720     MOVE WS-NET-MARGIN                TO DL-NET-MARGIN.
005730     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
005740     ADD WS-ST-PRO-UNITS(WS-ST-SUB)   TO WS-TOT-PRO-UNITS.
005750     ADD WS-ST-PRO-DOLLARS(WS-ST-SUB) TO WS-TOT-PRO-DOLLARS.
005760     ADD WS-ST-PRO-MARGIN(WS-ST-SUB)  TO WS-TOT-PRO-MARGIN.
005770     ADD WS-ST-GIVEUP(WS-ST-SUB)      TO WS-TOT-GIVEUP.
005780     ADD WS-ST-BAS-UNITS(WS-ST-SUB)   TO WS-TOT-BAS-UNITS.
005790     ADD WS-ST-BAS-DOLLARS(WS-ST-SUB) TO WS-TOT-BAS-DOLLARS.
005800     ADD WS-ST-BAS-MARGIN(WS-ST-SUB)  TO WS-TOT-BAS-MARGIN.
005810 2650-EXIT.
005820     EXIT.
005830*----------------------------------------------------------------
005840*    2700-COMPUTE-LIFT - PROMO OVER BASELINE AS A PERCENT, OR
005850*    NEW WHEN THE BASELINE SOLD NOTHING
005860*----------------------------------------------------------------
005870 2700-COMPUTE-LIFT.
005880     IF WS-LIFT-BAS = ZERO
005890         IF WS-LIFT-PRO = ZERO
005900             MOVE "      -" TO WS-LIFT-X
005910         ELSE
005920             MOVE "    NEW" TO WS-LIFT-X
005930         END-IF
005940         GO TO 2700-EXIT
005950     END-IF.
005960     COMPUTE WS-LIFT-PCT ROUNDED =
005970         ((WS-LIFT-PRO - WS-LIFT-BAS) * 100) / WS-LIFT-BAS.
005980     IF WS-LIFT-PCT > 9999.9
005990         MOVE 9999.9 TO WS-LIFT-PCT
006000     END-IF.
006010     MOVE WS-LIFT-PCT TO WS-LIFT-ED.
006020 2700-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050*    3000-TERMINATE - SUMMARY AND CLOSE FILES
006060*----------------------------------------------------------------
006070 3000-TERMINATE.
006080     MOVE SPACES TO PRINT-RECORD.
006090     WRITE PRINT-RECORD.
006100     IF WS-PROMOS-MEASURED = ZERO
006110         AND WS-PROMOS-BAD-WINDOW = ZERO
006120         WRITE PRINT-RECORD FROM WS-NONE-LINE
006130         MOVE SPACES TO PRINT-RECORD
006140         WRITE PRINT-RECORD
006150     END-IF.
006160     MOVE "LAPSED PROMOS MEASURED      =" TO SL-LABEL.
006170     MOVE WS-PROMOS-MEASURED TO SL-COUNT.
006180     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
006190     MOVE "WINDOW DATES NOT USABLE     =" TO SL-LABEL.
006200     MOVE WS-PROMOS-BAD-WINDOW TO SL-COUNT.
006210     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
006220     MOVE "REPORTED ON AN EARLIER RUN  =" TO SL-LABEL.
006230     MOVE WS-PROMOS-PRIOR TO SL-COUNT.
006240     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
006250     MOVE "NET MARGIN +/- ALL PROMOS   =" TO SL-LABEL2.
006260     MOVE WS-GRAND-NET TO SL-AMOUNT.
006270     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE2.
006280     IF WS-PLH-OPEN
006290         CLOSE PROMO-LAPSE-FILE
006300     END-IF.
006310     CLOSE COGS-MASTER-FILE.
006320     CLOSE PRINT-FILE.
006330     DISPLAY "COGSLIFT - LAPSED PROMOS READ   = " WS-PROMOS-READ.
006340     DISPLAY "COGSLIFT - PROMOS MEASURED      = "
006350             WS-PROMOS-MEASURED.
006360     DISPLAY "COGSLIFT - SALES HISTORY READ   = " WS-SALES-READ.
006370 3000-EXIT.
006380     EXIT.
