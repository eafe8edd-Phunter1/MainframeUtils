000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSABC.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSABC IS THE QUARTER-END ABC CLASSIFICATION STEP OF THE  *
000090*   NIGHTLY.  ON ANY NIGHT BUT THE LAST BUSINESS DATE OF A     *
000100*   CALENDAR QUARTER IT SAYS SO AND ENDS (THE COGSABCP PARM    *
000110*   CAN FORCE A RUN FOR THE FIRST CLASSING).  ON A QUARTER     *
000120*   END IT TOTALS EACH PRODUCT'S UNITS SOLD OVER THE TRAILING  *
000130*   YEAR OF COGSSLH1 SALES HISTORY, EXTENDS THEM AT ICOST FOR  *
000140*   THE ANNUAL DOLLAR VOLUME, RANKS THE PRODUCTS HIGHEST       *
000150*   VOLUME FIRST AND CLASSES THEM ON THE CUMULATIVE SHARE OF   *
000160*   THE TOTAL - A WHILE THE PRODUCTS ABOVE IT HOLD LESS THAN   *
000170*   THE A PERCENT (DEFAULT 80), B WHILE UNDER THE B PERCENT    *
000180*   (DEFAULT 95), C FOR THE REST AND FOR ANYTHING THAT DID     *
000190*   NOT SELL.  THE CLASS, THE VOLUME AND THE DATE CLASSED GO   *
000200*   ONTO THE COGS10 EXTENSION OF THE MASTER, WHERE COGSCNTW    *
000210*   SCHEDULES COUNTS FROM THEM, AND THE CLASSIFICATION REPORT  *
000220*   LISTS EVERY PRODUCT WITH ITS OLD AND NEW CLASS.            *
000230*                                                              *
000240*   MODIFICATION HISTORY                                      *
000250*   2026-10-05  DHH  INITIAL VERSION                           *
000253*   2026-10-05  DHH  SALES HISTORY NOW 44 BYTES, VOLUME VALUES *
000256*                    WIDENED FOR THE 9(05)V99 ICOST            *
000260****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.  IBM-370.
000300 OBJECT-COMPUTER.  IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ABC-PARM-FILE ASSIGN TO COGSABCP
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-PRM-STATUS.
000360     SELECT SALES-HISTORY-FILE ASSIGN TO COGSSLH1
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-SLH-STATUS.
000390     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS IDESC OF COGS-MASTER-RECORD
000430         FILE STATUS IS WS-MST-STATUS.
000440     SELECT VOLUME-WORK-FILE ASSIGN TO COGSABCW
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-WRK-STATUS.
000470     SELECT VOLUME-SORTED-FILE ASSIGN TO COGSABCS
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-SRT-STATUS.
000500     SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.
000510     SELECT PRINT-FILE ASSIGN TO COGSABC1
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PRT-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ABC-PARM-FILE
000570     RECORDING MODE IS F
000580     RECORD CONTAINS 80 CHARACTERS
000590     LABEL RECORDS ARE STANDARD.
000600 01  ABC-PARM-RECORD.
000610     05  AB-A-PCT-X          PIC X(03).
000620     05  AB-A-PCT REDEFINES AB-A-PCT-X
000630                             PIC 9(03).
000640     05  AB-B-PCT-X          PIC X(03).
000650     05  AB-B-PCT REDEFINES AB-B-PCT-X
000660                             PIC 9(03).
000670     05  AB-FORCE            PIC X(01).
000680         88  AB-FORCE-RUN               VALUE "Y".
000690     05  FILLER              PIC X(73).
000700 FD  SALES-HISTORY-FILE
000710     RECORDING MODE IS F
000720     RECORD CONTAINS 44 CHARACTERS
000730     BLOCK CONTAINS 0 RECORDS
000740     LABEL RECORDS ARE STANDARD.
000750 COPY COGSSLHR.
000760 FD  COGS-MASTER-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY COGSMSTR.
000790 FD  VOLUME-WORK-FILE
000800     RECORDING MODE IS F
000810     RECORD CONTAINS 30 CHARACTERS
000820     BLOCK CONTAINS 0 RECORDS
000830     LABEL RECORDS ARE STANDARD.
000840 01  VOLUME-WORK-RECORD.
000850     05  VW-VALUE            PIC 9(11)V9(02).
000860     05  VW-DESC             PIC X(10).
000870     05  VW-UNITS            PIC 9(07).
000890 FD  VOLUME-SORTED-FILE
000900     RECORDING MODE IS F
000910     RECORD CONTAINS 30 CHARACTERS
000920     BLOCK CONTAINS 0 RECORDS
000930     LABEL RECORDS ARE STANDARD.
000940 01  VOLUME-SORTED-RECORD.
000950     05  VS-VALUE            PIC 9(11)V9(02).
000960     05  VS-DESC             PIC X(10).
000970     05  VS-UNITS            PIC 9(07).
000990 SD  SORT-WORK-FILE
001000     RECORD CONTAINS 30 CHARACTERS.
001010 01  SORT-VOLUME-RECORD.
001020     05  SV-VALUE            PIC 9(11)V9(02).
001030     05  SV-DESC             PIC X(10).
001040     05  SV-UNITS            PIC 9(07).
001060 FD  PRINT-FILE
001070     RECORDING MODE IS F
001080     RECORD CONTAINS 132 CHARACTERS
001090     LABEL RECORDS ARE STANDARD.
001100 01  PRINT-RECORD                PIC X(132).
001110 WORKING-STORAGE SECTION.
001120 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
001130 77  WS-SLH-STATUS               PIC X(02) VALUE SPACES.
001140 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
001150 77  WS-WRK-STATUS               PIC X(02) VALUE SPACES.
001160 77  WS-SRT-STATUS               PIC X(02) VALUE SPACES.
001170 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001180 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001190 77  WS-YEAR-AGO                 PIC 9(08) VALUE ZERO.
001200 77  WS-A-PCT                    PIC 9(03) VALUE 80.
001210 77  WS-B-PCT                    PIC 9(03) VALUE 95.
001220 77  WS-TOTAL-VALUE              PIC 9(13)V9(02) VALUE ZERO.
001230 77  WS-CUM-VALUE                PIC 9(13)V9(02) VALUE ZERO.
001240 77  WS-CUM-PCT                  PIC 9(03)V9(02) VALUE ZERO.
001250 77  WS-NEW-CLASS                PIC X(01) VALUE SPACE.
001260 77  WS-OLD-CLASS                PIC X(01) VALUE SPACE.
001270 77  WS-SL-COUNT                 PIC 9(05) COMP VALUE ZERO.
001280 77  WS-SL-SUB                   PIC 9(05) COMP VALUE ZERO.
001290 77  WS-SL-MAX                   PIC 9(05) COMP VALUE 2000.
001300 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
001310 77  WS-RECS-SELECTED            PIC 9(07) COMP VALUE ZERO.
001320 77  WS-PRODUCTS                 PIC 9(07) COMP VALUE ZERO.
001330 77  WS-CLASS-CHANGES            PIC 9(07) COMP VALUE ZERO.
001340 77  WS-COUNT-A                  PIC 9(07) COMP VALUE ZERO.
001350 77  WS-COUNT-B                  PIC 9(07) COMP VALUE ZERO.
001360 77  WS-COUNT-C                  PIC 9(07) COMP VALUE ZERO.
001370 77  WS-VALUE-A                  PIC 9(13)V9(02) VALUE ZERO.
001380 77  WS-VALUE-B                  PIC 9(13)V9(02) VALUE ZERO.
001390 77  WS-VALUE-C                  PIC 9(13)V9(02) VALUE ZERO.
001400 01  WS-SWITCHES.
001410     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001420         88  WS-EOF                         VALUE 'Y'.
001430     05  WS-MST-EOF-SW           PIC X(01) VALUE 'N'.
001440         88  WS-MST-EOF                     VALUE 'Y'.
001450     05  WS-SRT-EOF-SW           PIC X(01) VALUE 'N'.
001460         88  WS-SRT-EOF                     VALUE 'Y'.
001470     05  WS-SL-FOUND-SW          PIC X(01) VALUE 'N'.
001480         88  WS-SL-FOUND                    VALUE 'Y'.
001490     05  WS-QTR-END-SW           PIC X(01) VALUE 'N'.
001500         88  WS-QTR-END                     VALUE 'Y'.
001510     05  WS-FORCE-SW             PIC X(01) VALUE 'N'.
001520         88  WS-FORCED                      VALUE 'Y'.
001530 01  WS-SALES-TABLE.
001540     05  WS-SL-ENTRY OCCURS 2000 TIMES.
001550         10  WS-SL-DESC          PIC X(10).
001560         10  WS-SL-UNITS         PIC 9(07).
001570 COPY COGSDATP.
001580 01  WS-HEADING-1.
001590     05  FILLER                  PIC X(40)
001600         VALUE "COGSWORTH ABC CLASSIFICATION".
001610 01  WS-HEADING-1A.
001620     05  FILLER                  PIC X(16)
001630         VALUE "BUSINESS DATE = ".
001640     05  H1-DATE                 PIC 9(08).
001650     05  FILLER                  PIC X(16)
001660         VALUE "   SALES AFTER  ".
001670     05  H1-YEAR-AGO             PIC 9(08).
001680     05  FILLER                  PIC X(08) VALUE "   A <  ".
001690     05  H1-A-PCT                PIC ZZ9.
001700     05  FILLER                  PIC X(08) VALUE "%   B < ".
001710     05  H1-B-PCT                PIC ZZ9.
001720     05  FILLER                  PIC X(01) VALUE "%".
001730 01  WS-HEADING-2.
001740     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001750     05  FILLER                  PIC X(10) VALUE "     UNITS".
001760     05  FILLER                  PIC X(19)
001770         VALUE "      ANNUAL VALUE ".
001780     05  FILLER                  PIC X(08) VALUE "  CUM % ".
001790     05  FILLER                  PIC X(06) VALUE "  OLD ".
001800     05  FILLER                  PIC X(06) VALUE "  NEW ".
001810 01  WS-DETAIL-LINE.
001820     05  DL-DESC                 PIC X(14).
001830     05  DL-UNITS                PIC Z,ZZZ,ZZ9.
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  DL-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  DL-CUM-PCT              PIC ZZ9.99.
001880     05  FILLER                  PIC X(04) VALUE SPACES.
001890     05  DL-OLD-CLASS            PIC X(06).
001900     05  DL-NEW-CLASS            PIC X(03).
001910     05  DL-CHANGED              PIC X(10).
001920 01  WS-SUMMARY-LINE.
001930     05  FILLER                  PIC X(08) VALUE "CLASS   ".
001940     05  SL-CLASS                PIC X(04).
001950     05  FILLER                  PIC X(11) VALUE "PRODUCTS = ".
001960     05  SL-COUNT                PIC ZZZ,ZZ9.
001970     05  FILLER                  PIC X(13) VALUE "   VALUE =   ".
001980     05  SL-VALUE                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001990 01  WS-SUMMARY-LINE2.
002000     05  FILLER                  PIC X(24)
002010         VALUE "CLASS CHANGES          =".
002020     05  SL-CHANGES              PIC ZZZ,ZZ9.
002030 PROCEDURE DIVISION.
002040*----------------------------------------------------------------
002050*    0000-MAINLINE - PROGRAM CONTROL
002060*----------------------------------------------------------------
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     IF NOT WS-QTR-END AND NOT WS-FORCED
002100         DISPLAY "COGSABC - NOT QUARTER END, NOTHING TO CLASS"
002110         STOP RUN
002120     END-IF.
002130     PERFORM 1300-OPEN-FILES THRU 1300-EXIT.
002140     PERFORM 2000-TALLY-ONE-SALE THRU 2000-EXIT
002150         UNTIL WS-EOF.
002160     PERFORM 3000-VALUE-ONE-PRODUCT THRU 3000-EXIT
002170         UNTIL WS-MST-EOF.
002180     CLOSE VOLUME-WORK-FILE.
002190     SORT SORT-WORK-FILE
002200         ON DESCENDING KEY SV-VALUE
002210         ON ASCENDING KEY SV-DESC
002220         USING VOLUME-WORK-FILE
002230         GIVING VOLUME-SORTED-FILE.
002240     IF SORT-RETURN NOT = ZERO
002250         DISPLAY "COGSABC - SORT FAILED, RETURN CODE = "
002260                 SORT-RETURN
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300     OPEN INPUT VOLUME-SORTED-FILE.
002310     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
002320     PERFORM 4000-CLASS-ONE-PRODUCT THRU 4000-EXIT
002330         UNTIL WS-SRT-EOF.
002340     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002350     STOP RUN.
002360*----------------------------------------------------------------
002370*    1000-INITIALIZE - IS TONIGHT THE LAST NIGHT OF A QUARTER
002380*----------------------------------------------------------------
002390 1000-INITIALIZE.
002400     DISPLAY "COGSABC STARTING - QUARTER-END ABC CHECK".
002410     MOVE "BUSD" TO CDP-FUNCTION.
002420     CALL "COGSDATE" USING DATE-CALL-PARMS.
002430     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
002440     PERFORM 1100-READ-PARM THRU 1100-EXIT.
002450     PERFORM 1200-CHECK-QUARTER-END THRU 1200-EXIT.
002460 1000-EXIT.
002470     EXIT.
002480*----------------------------------------------------------------
002490*    1100-READ-PARM - CLASS PERCENTS AND THE FORCE FLAG,
002500*    DEFAULTS STAND WHEN COGSABCP IS MISSING OR BLANK
002510*----------------------------------------------------------------
002520 1100-READ-PARM.
002530     OPEN INPUT ABC-PARM-FILE.
002540     IF WS-PRM-STATUS NOT = "00"
002550         GO TO 1100-EXIT
002560     END-IF.
002570     READ ABC-PARM-FILE
002580         AT END
002590             CLOSE ABC-PARM-FILE
002600             GO TO 1100-EXIT
002610     END-READ.
002620     IF AB-A-PCT-X NUMERIC AND AB-A-PCT > ZERO
002630             AND AB-A-PCT < 100
002640         MOVE AB-A-PCT TO WS-A-PCT
002650     END-IF.
002660     IF AB-B-PCT-X NUMERIC AND AB-B-PCT > WS-A-PCT
002670             AND AB-B-PCT NOT > 100
002680         MOVE AB-B-PCT TO WS-B-PCT
002690     END-IF.
002700     IF AB-FORCE-RUN
002710         MOVE 'Y' TO WS-FORCE-SW
002720     END-IF.
002730     CLOSE ABC-PARM-FILE.
002740 1100-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770*    1200-CHECK-QUARTER-END - A QUARTER MONTH WHOSE NEXT
002780*    BUSINESS DAY FALLS IN A DIFFERENT MONTH
002790*----------------------------------------------------------------
002800 1200-CHECK-QUARTER-END.
002810     MOVE 'N' TO WS-QTR-END-SW.
002820     IF WS-BUS-DATE(5:2) NOT = "03" AND NOT = "06"
002830             AND NOT = "09" AND NOT = "12"
002840         GO TO 1200-EXIT
002850     END-IF.
002860     MOVE "NBUS" TO CDP-FUNCTION.
002870     MOVE WS-BUS-DATE TO CDP-DATE-IN.
002880     CALL "COGSDATE" USING DATE-CALL-PARMS.
002890     IF CDP-RETURN-STATUS NOT = "00"
002900         DISPLAY "COGSABC - NEXT BUSINESS DAY NOT AVAILABLE"
002910         GO TO 1200-EXIT
002920     END-IF.
002930     IF CDP-DATE-OUT(5:2) NOT = WS-BUS-DATE(5:2)
002940         MOVE 'Y' TO WS-QTR-END-SW
002950     END-IF.
002960 1200-EXIT.
002970     EXIT.
002980*----------------------------------------------------------------
002990*    1300-OPEN-FILES - OPEN FILES, PRINT HEADINGS
003000*----------------------------------------------------------------
003010 1300-OPEN-FILES.
003020     COMPUTE WS-YEAR-AGO = WS-BUS-DATE - 10000.
003030     OPEN INPUT SALES-HISTORY-FILE.
003040     IF WS-SLH-STATUS NOT = "00"
003050         DISPLAY "COGSABC - UNABLE TO OPEN COGSSLH1, STATUS = "
003060                 WS-SLH-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100     OPEN I-O COGS-MASTER-FILE.
003110     IF WS-MST-STATUS NOT = "00"
003120         DISPLAY "COGSABC - UNABLE TO OPEN COGSMST, STATUS = "
003130                 WS-MST-STATUS
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     OPEN OUTPUT VOLUME-WORK-FILE.
003180     IF WS-WRK-STATUS NOT = "00"
003190         DISPLAY "COGSABC - UNABLE TO OPEN COGSABCW, STATUS = "
003200                 WS-WRK-STATUS
003210         MOVE 16 TO RETURN-CODE
003220         STOP RUN
003230     END-IF.
003240     OPEN OUTPUT PRINT-FILE.
003250     IF WS-PRT-STATUS NOT = "00"
003260         DISPLAY "COGSABC - UNABLE TO OPEN COGSABC1, STATUS = "
003270                 WS-PRT-STATUS
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310     MOVE WS-BUS-DATE TO H1-DATE.
003320     MOVE WS-YEAR-AGO TO H1-YEAR-AGO.
003330     MOVE WS-A-PCT    TO H1-A-PCT.
003340     MOVE WS-B-PCT    TO H1-B-PCT.
003350     WRITE PRINT-RECORD FROM WS-HEADING-1.
003360     WRITE PRINT-RECORD FROM WS-HEADING-1A.
003370     MOVE SPACES TO PRINT-RECORD.
003380     WRITE PRINT-RECORD.
003390     WRITE PRINT-RECORD FROM WS-HEADING-2.
003400     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003410     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
003420 1300-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------
003450*    2000-TALLY-ONE-SALE - TRAILING YEAR'S UNITS BY PRODUCT
003460*----------------------------------------------------------------
003470 2000-TALLY-ONE-SALE.
003480     IF SH-DATE NOT > WS-YEAR-AGO OR SH-DATE > WS-BUS-DATE
003490         GO TO 2000-NEXT
003500     END-IF.
003510     ADD 1 TO WS-RECS-SELECTED.
003520     PERFORM 2200-FIND-SALES-ENTRY THRU 2200-EXIT.
003530     IF WS-SL-FOUND
003540         ADD SH-QTY TO WS-SL-UNITS(WS-SL-SUB)
003550     END-IF.
003560 2000-NEXT.
003570     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003580 2000-EXIT.
003590     EXIT.
003600 2100-READ-HISTORY.
003610     READ SALES-HISTORY-FILE
003620         AT END
003630             MOVE 'Y' TO WS-EOF-SW
003640             GO TO 2100-EXIT
003650     END-READ.
003660     ADD 1 TO WS-RECS-READ.
003670 2100-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700*    2200-FIND-SALES-ENTRY - PRODUCT SLOT, ADDED IF NEW
003710*----------------------------------------------------------------
003720 2200-FIND-SALES-ENTRY.
003730     MOVE 'N' TO WS-SL-FOUND-SW.
003740     MOVE ZERO TO WS-SL-SUB.
003750     PERFORM 2250-TEST-SALES-ENTRY THRU 2250-EXIT
003760         UNTIL WS-SL-FOUND OR WS-SL-SUB NOT < WS-SL-COUNT.
003770     IF WS-SL-FOUND
003780         GO TO 2200-EXIT
003790     END-IF.
003800     IF WS-SL-COUNT NOT < WS-SL-MAX
003810         DISPLAY "COGSABC - SALES TABLE FULL, PRODUCT "
003820                 SH-DESC " NOT TALLIED"
003830         GO TO 2200-EXIT
003840     END-IF.
003850     ADD 1 TO WS-SL-COUNT.
003860     MOVE WS-SL-COUNT TO WS-SL-SUB.
003870     MOVE SH-DESC TO WS-SL-DESC(WS-SL-SUB).
003880     MOVE ZERO    TO WS-SL-UNITS(WS-SL-SUB).
003890     MOVE 'Y' TO WS-SL-FOUND-SW.
003900 2200-EXIT.
003910     EXIT.
003920 2250-TEST-SALES-ENTRY.
003930     ADD 1 TO WS-SL-SUB.
003940     IF WS-SL-DESC(WS-SL-SUB) = SH-DESC
003950         MOVE 'Y' TO WS-SL-FOUND-SW
003960     END-IF.
003970 2250-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000*    3000-VALUE-ONE-PRODUCT - ANNUAL DOLLAR VOLUME AT ICOST
004010*----------------------------------------------------------------
004020 3000-VALUE-ONE-PRODUCT.
004030     ADD 1 TO WS-PRODUCTS.
004040     MOVE SPACES TO VOLUME-WORK-RECORD.
004050     MOVE IDESC OF COGS-MASTER-RECORD TO VW-DESC.
004060     MOVE ZERO TO VW-UNITS.
004070     MOVE ZERO TO WS-SL-SUB.
004080     PERFORM 3200-SUM-PRODUCT THRU 3200-EXIT
004090         UNTIL WS-SL-SUB NOT < WS-SL-COUNT.
004100     COMPUTE VW-VALUE = VW-UNITS * ICOST OF COGS-MASTER-RECORD.
004110     ADD VW-VALUE TO WS-TOTAL-VALUE.
004120     WRITE VOLUME-WORK-RECORD.
004130     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
004140 3000-EXIT.
004150     EXIT.
004160 3100-READ-MASTER.
004170     READ COGS-MASTER-FILE NEXT RECORD
004180         AT END
004190             MOVE 'Y' TO WS-MST-EOF-SW
004200     END-READ.
004210 3100-EXIT.
004220     EXIT.
004230 3200-SUM-PRODUCT.
004240     ADD 1 TO WS-SL-SUB.
004250     IF WS-SL-DESC(WS-SL-SUB) = VW-DESC
004260         ADD WS-SL-UNITS(WS-SL-SUB) TO VW-UNITS
004270     END-IF.
004280 3200-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310*    4000-CLASS-ONE-PRODUCT - CLASS ON THE SHARE ABOVE IT,
004320*    STAMP THE MASTER
004330*----------------------------------------------------------------
004340 4000-CLASS-ONE-PRODUCT.
004350     MOVE ZERO TO WS-CUM-PCT.
004360     IF WS-TOTAL-VALUE > ZERO
004370         COMPUTE WS-CUM-PCT ROUNDED =
004380             (WS-CUM-VALUE * 100) / WS-TOTAL-VALUE
004390     END-IF.
004400     EVALUATE TRUE
004410         WHEN VS-VALUE = ZERO
004420             MOVE "C" TO WS-NEW-CLASS
004430         WHEN WS-CUM-PCT < WS-A-PCT
004440             MOVE "A" TO WS-NEW-CLASS
004450         WHEN WS-CUM-PCT < WS-B-PCT
004460             MOVE "B" TO WS-NEW-CLASS
004470         WHEN OTHER
004480             MOVE "C" TO WS-NEW-CLASS
004490     END-EVALUATE.
004500     ADD VS-VALUE TO WS-CUM-VALUE.
004510     EVALUATE WS-NEW-CLASS
004520         WHEN "A"
004530             ADD 1 TO WS-COUNT-A
004540             ADD VS-VALUE TO WS-VALUE-A
004550         WHEN "B"
004560             ADD 1 TO WS-COUNT-B
004570             ADD VS-VALUE TO WS-VALUE-B
004580         WHEN OTHER
004590             ADD 1 TO WS-COUNT-C
004600             ADD VS-VALUE TO WS-VALUE-C
004610     END-EVALUATE.
004620     MOVE VS-DESC TO IDESC OF COGS-MASTER-RECORD.
004630     READ COGS-MASTER-FILE
004640         INVALID KEY
004650             DISPLAY "COGSABC - PRODUCT GONE FROM MASTER "
004660                     VS-DESC
004670             GO TO 4000-NEXT
004680     END-READ.
004690     MOVE I10ABC-CLASS TO WS-OLD-CLASS.
004700     MOVE WS-NEW-CLASS TO I10ABC-CLASS.
004710     MOVE VS-VALUE     TO I10ANNUAL-VALUE.
004720     MOVE WS-BUS-DATE  TO I10CLASS-DATE.
004730     REWRITE COGS-MASTER-RECORD.
004740     IF WS-TOTAL-VALUE > ZERO
004750         COMPUTE WS-CUM-PCT ROUNDED =
004760             (WS-CUM-VALUE * 100) / WS-TOTAL-VALUE
004770     END-IF.
004780     MOVE VS-DESC      TO DL-DESC.
004790     MOVE VS-UNITS     TO DL-UNITS.
004800     MOVE VS-VALUE     TO DL-VALUE.
004810     MOVE WS-CUM-PCT   TO DL-CUM-PCT.
004820     MOVE WS-OLD-CLASS TO DL-OLD-CLASS.
004830     IF WS-OLD-CLASS = SPACE
004840         MOVE "-" TO DL-OLD-CLASS
004850     END-IF.
004860     MOVE WS-NEW-CLASS TO DL-NEW-CLASS.
004870     MOVE SPACES TO DL-CHANGED.
004880     IF WS-OLD-CLASS NOT = WS-NEW-CLASS
004890         MOVE "CHANGED" TO DL-CHANGED
004900         ADD 1 TO WS-CLASS-CHANGES
004910     END-IF.
004920     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
004930 4000-NEXT.
004940     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
004950 4000-EXIT.
004960     EXIT.
004970 4100-READ-SORTED.
004980     READ VOLUME-SORTED-FILE
004990         AT END
005000             MOVE 'Y' TO WS-SRT-EOF-SW
005010     END-READ.
005020 4100-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050*    8000-TERMINATE - CLASS TOTALS AND CLOSE FILES
005060*----------------------------------------------------------------
005070 8000-TERMINATE.
005080     MOVE SPACES TO PRINT-RECORD.
005090     WRITE PRINT-RECORD.
005100     MOVE "A"        TO SL-CLASS.
005110     MOVE WS-COUNT-A TO SL-COUNT.
005120     MOVE WS-VALUE-A TO SL-VALUE.
005130     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005140     MOVE "B"        TO SL-CLASS.
005150     MOVE WS-COUNT-B TO SL-COUNT.
005160     MOVE WS-VALUE-B TO SL-VALUE.
005170     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005180     MOVE "C"        TO SL-CLASS.
005190     MOVE WS-COUNT-C TO SL-COUNT.
005200     MOVE WS-VALUE-C TO SL-VALUE.
005210     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005220     MOVE WS-CLASS-CHANGES TO SL-CHANGES.
005230     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE2.
005240     CLOSE SALES-HISTORY-FILE.
005250     CLOSE COGS-MASTER-FILE.
005260     CLOSE VOLUME-SORTED-FILE.
005270     CLOSE PRINT-FILE.
005280     DISPLAY "COGSABC - HISTORY RECORDS READ = " WS-RECS-READ.
005290     DISPLAY "COGSABC - SALES IN LAST YEAR   = "
005300             WS-RECS-SELECTED.
005310     DISPLAY "COGSABC - PRODUCTS CLASSED     = " WS-PRODUCTS.
005320     DISPLAY "COGSABC - CLASS CHANGES        = "
005330             WS-CLASS-CHANGES.
005340 8000-EXIT.
005350     EXIT.
